           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

           SELECT OPTIONAL TRAITES ASSIGN TO
           'traites-reassurance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TRT-STATUS.

           SELECT RAPPORT-SINISTRES ASSIGN TO
           'rapport-sinistralite.dat'
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

       FD SINISTRES
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.
           02 FILLER               PIC X.
           02 TX-DATE              PIC X(8).

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

       FD RAPPORT-SINISTRES
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.
       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-CLIENT-CODE        PIC X(4) VALUE SPACE.
       01 WS-CLIENT-NOM         PIC X(41) VALUE SPACE.
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.
       01 WS-PRIME-EUR-OK       PIC X VALUE 'N'.
       01 WS-PRIMES-EXCLUES     PIC 9(3) VALUE 0.

       01 WS-TRT-STATUS         PIC X(2).
       01 WS-TRT-EOF            PIC X VALUE 'N'.
           88 TRAITES-AT-END        VALUE 'Y'.
       01 WS-TRAITE-TABLE.
           02 TRAITE-ROW OCCURS 50 TIMES.
               03 TR-CONTRAT       PIC X(14) VALUE SPACE.
               03 TR-CESSION       PIC 9(3)V99 VALUE 0.
               03 TR-RETENTION     PIC 9(10) VALUE 0.
       01 WS-TRAITE-COUNT       PIC 9(3) VALUE 0.
       01 WS-TRAITE-IDX         PIC 9(3) VALUE 0.
       01 WS-KEY-CONTRAT        PIC X(14) VALUE SPACE.
       01 WS-CEDE-PRIME         PIC S9(10) VALUE 0.
       01 WS-CEDE-SIN           PIC S9(10) VALUE 0.
       01 WS-CEDE-TAUX          PIC 9V9(6) VALUE 0.
       01 WS-RETENU             PIC S9(10) VALUE 0.

       01 WS-COMPANY-COUNT      PIC 9(3) VALUE 0.
       01 WS-COMPANY-IDX        PIC 9(3) VALUE 0.
       01 WS-COMPANY-FOUND      PIC X VALUE 'N'.
       01 WS-COMPANY-WORK       PIC X(41) VALUE SPACE.
       01 SINISTRALITE-TOTALS.
           02 SINI-ENTRY OCCURS 101 TIMES.
               03 WS-SINI-CODE        PIC X(4) VALUE SPACE.
               03 WS-SINI-ENTREPRISE  PIC X(41) VALUE SPACE.
               03 WS-SINI-PRIMES      PIC S9(10) VALUE 0.
               03 WS-SINI-SINISTRES   PIC S9(10) VALUE 0.
               03 WS-SINI-NB          PIC 9(3) VALUE 0.
               03 WS-SINI-EXCLUES     PIC 9(3) VALUE 0.
               03 WS-SINI-PRIMES-CED  PIC S9(10) VALUE 0.
               03 WS-SINI-SIN-CED     PIC S9(10) VALUE 0.

       01 WS-SIN-COUNT          PIC 9(3) VALUE 0.
       01 WS-SIN-MATCHED        PIC 9(3) VALUE 0.
       01 WS-TOT-PRIMES         PIC S9(10) VALUE 0.
       01 WS-TOT-SINISTRES      PIC S9(10) VALUE 0.
       01 WS-RATIO              PIC 9(5) VALUE 0.
       01 WS-TOT-PRIMES-CED     PIC S9(10) VALUE 0.
       01 WS-TOT-SIN-CED        PIC S9(10) VALUE 0.
       01 WS-NET-PRIMES         PIC S9(10) VALUE 0.
       01 WS-NET-SINISTRES      PIC S9(10) VALUE 0.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-PRINT-LINE         PIC X(125).
               STOP RUN
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "RATIOS GROUPED BY COMPANY NAME"
           END-IF.

           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-TRAITES.
           PERFORM ACCUMULATE-PRIMES.
           PERFORM PROCESS-SINISTRES.
           CLOSE ASSU-MASTER.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.
           CLOSE REJETS-SINISTRES.
           PERFORM WRITE-SINISTRALITE-RAPPORT.

           END-PERFORM.

       ACCUMULATE-ONE-PRIME.
           IF MAST-DATA(40:41) = SPACE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESOLVE-MAST-CLIENT.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           IF WS-PRIME-EUR-OK = 'Y'
               ADD WS-PRIME-EUR TO WS-SINI-PRIMES(WS-COMPANY-IDX)
               ADD WS-PRIME-EUR TO WS-TOT-PRIMES
               PERFORM COMPUTE-CESSION
               ADD WS-CEDE-PRIME TO WS-SINI-PRIMES-CED(WS-COMPANY-IDX)
               ADD WS-CEDE-PRIME TO WS-TOT-PRIMES-CED
           ELSE
               ADD 1 TO WS-SINI-EXCLUES(WS-COMPANY-IDX)
               ADD 1 TO WS-PRIMES-EXCLUES
               COMPUTE WS-PRIX-VALUE = 0 - WS-PRIX-VALUE
           END-IF.

       RESOLVE-MAST-CLIENT.
           MOVE SPACE TO WS-CLIENT-CODE.
           MOVE MAST-DATA(40:41) TO WS-CLIENT-NOM.
           MOVE WS-CLIENT-NOM TO WS-COMPANY-WORK.
           IF NOT CLIENT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF MAST-DATA(122:4) NOT = SPACE
               MOVE MAST-DATA(122:4) TO CLI-CODE
               READ CLIENT-MASTER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           ELSE
               MOVE MAST-DATA(40:41) TO CLI-RAISON-SOCIALE
               READ CLIENT-MASTER KEY IS CLI-RAISON-SOCIALE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           MOVE CLI-CODE TO WS-CLIENT-CODE.
           MOVE CLI-RAISON-SOCIALE TO WS-CLIENT-NOM.
           MOVE WS-CLIENT-NOM TO WS-COMPANY-WORK.

       FIND-COMPANY-SLOT.
           MOVE 'N' TO WS-COMPANY-FOUND.
           MOVE 1 TO WS-COMPANY-IDX.
           PERFORM UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-SINI-CODE(WS-COMPANY-IDX) = WS-CLIENT-CODE
                   AND WS-SINI-ENTREPRISE(WS-COMPANY-IDX)
                   = WS-COMPANY-WORK
                   MOVE 'Y' TO WS-COMPANY-FOUND
                   EXIT PERFORM
           IF NOT COMPANY-WAS-FOUND
               ADD 1 TO WS-COMPANY-COUNT
               MOVE WS-COMPANY-COUNT TO WS-COMPANY-IDX
               MOVE WS-CLIENT-CODE TO WS-SINI-CODE(WS-COMPANY-IDX)
               MOVE WS-COMPANY-WORK TO
                   WS-SINI-ENTREPRISE(WS-COMPANY-IDX)
           END-IF.

       LOAD-TRAITES.
           OPEN INPUT TRAITES.
           IF WS-TRT-STATUS = '35'
               DISPLAY "NO TREATY FILE - NET RATIO EQUALS GROSS"
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
           IF TRT-CONTRAT = SPACE OR TRT-CESSION NOT NUMERIC
               OR TRT-RETENTION NOT NUMERIC OR TRT-CESSION > 100
               EXIT PARAGRAPH
           END-IF.
           MOVE TRT-CONTRAT TO WS-KEY-CONTRAT.
           PERFORM FIND-TRAITE.
           IF WS-TRAITE-IDX > 0 OR WS-TRAITE-COUNT NOT < 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TRAITE-COUNT.
           MOVE TRT-CONTRAT TO TR-CONTRAT(WS-TRAITE-COUNT).
           MOVE TRT-CESSION TO TR-CESSION(WS-TRAITE-COUNT).
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

       COMPUTE-CESSION.
           MOVE 0 TO WS-CEDE-PRIME.
           MOVE 0 TO WS-CEDE-TAUX.
           MOVE MAST-DATA(10:14) TO WS-KEY-CONTRAT.
           PERFORM FIND-TRAITE.
           IF WS-TRAITE-IDX = 0
               EXIT PARAGRAPH
           END-IF.
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

       CEDE-ONE-SINISTRE.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE MAST-DATA(119:3) TO WS-DEVISE.
           PERFORM CONVERT-PRIME-EUR.
           PERFORM COMPUTE-CESSION.
           COMPUTE WS-CEDE-SIN ROUNDED = SIN-MONTANT * WS-CEDE-TAUX.
           ADD WS-CEDE-SIN TO WS-SINI-SIN-CED(WS-COMPANY-IDX).
           ADD WS-CEDE-SIN TO WS-TOT-SIN-CED.

       PROCESS-SINISTRES.
           OPEN INPUT SINISTRES.
           IF WS-SIN-STATUS = '35'
                   PERFORM REJECT-SINISTRE-CLE
               NOT INVALID KEY
                   ADD 1 TO WS-SIN-MATCHED
                   PERFORM RESOLVE-MAST-CLIENT
                   PERFORM FIND-COMPANY-SLOT
                   ADD SIN-MONTANT TO
                       WS-SINI-SINISTRES(WS-COMPANY-IDX)
                   ADD 1 TO WS-SINI-NB(WS-COMPANY-IDX)
                   ADD SIN-MONTANT TO WS-TOT-SINISTRES
                   PERFORM CEDE-ONE-SINISTRE
           END-READ.

       REJECT-SINISTRE-CLE.
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO SINISTRES-ENTRY.
           WRITE SINISTRES-ENTRY.
           COMPUTE WS-NET-PRIMES = WS-TOT-PRIMES - WS-TOT-PRIMES-CED.
           COMPUTE WS-NET-SINISTRES =
               WS-TOT-SINISTRES - WS-TOT-SIN-CED.
           PERFORM COMPUTE-NET-RATIO.
           MOVE WS-NET-PRIMES TO WS-PRIMES-DISPLAY.
           MOVE WS-NET-SINISTRES TO WS-SINI-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "NET DE REASSURANCE : PRIMES=" WS-PRIMES-DISPLAY
               " SINISTRES=" WS-SINI-DISPLAY
               " RATIO=" WS-RATIO " PCT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO SINISTRES-ENTRY.
           WRITE SINISTRES-ENTRY.
           IF WS-PRIMES-EXCLUES > 0
               MOVE SPACE TO WS-PRINT-LINE
               STRING "LIGNES EXCLUES DES PRIMES (DEVISE INVALIDE OU "
           MOVE WS-SINI-SINISTRES(WS-COMPANY-IDX) TO WS-SINI-DISPLAY.
           IF WS-SINI-PRIMES(WS-COMPANY-IDX) = 0
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  " WS-SINI-CODE(WS-COMPANY-IDX) " "
                   WS-SINI-ENTREPRISE(WS-COMPANY-IDX)
                   " PRIMES=" WS-PRIMES-DISPLAY
                   " SINISTRES=" WS-SINI-DISPLAY
                   " (" WS-SINI-NB(WS-COMPANY-IDX)
                       MOVE 99999 TO WS-RATIO
               END-COMPUTE
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  " WS-SINI-CODE(WS-COMPANY-IDX) " "
                   WS-SINI-ENTREPRISE(WS-COMPANY-IDX)
                   " PRIMES=" WS-PRIMES-DISPLAY
                   " SINISTRES=" WS-SINI-DISPLAY
                   " (" WS-SINI-NB(WS-COMPANY-IDX)
           END-IF.
           MOVE WS-PRINT-LINE TO SINISTRES-ENTRY.
           WRITE SINISTRES-ENTRY.
           COMPUTE WS-NET-PRIMES = WS-SINI-PRIMES(WS-COMPANY-IDX)
               - WS-SINI-PRIMES-CED(WS-COMPANY-IDX).
           COMPUTE WS-NET-SINISTRES =
               WS-SINI-SINISTRES(WS-COMPANY-IDX)
               - WS-SINI-SIN-CED(WS-COMPANY-IDX).
           PERFORM COMPUTE-NET-RATIO.
           MOVE WS-NET-PRIMES TO WS-PRIMES-DISPLAY.
           MOVE WS-NET-SINISTRES TO WS-SINI-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF WS-NET-PRIMES = 0
               STRING "    NET DE REASSURANCE PRIMES=" WS-PRIMES-DISPLAY
                   " SINISTRES=" WS-SINI-DISPLAY
                   " RATIO NET NON CALCULABLE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "    NET DE REASSURANCE PRIMES=" WS-PRIMES-DISPLAY
                   " SINISTRES=" WS-SINI-DISPLAY
                   " RATIO NET=" WS-RATIO " PCT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO SINISTRES-ENTRY.
           WRITE SINISTRES-ENTRY.
           IF WS-SINI-EXCLUES(WS-COMPANY-IDX) > 0
               MOVE SPACE TO WS-PRINT-LINE
               STRING "    DONT " WS-SINI-EXCLUES(WS-COMPANY-IDX)
               ON SIZE ERROR
                   MOVE 99999 TO WS-RATIO
           END-COMPUTE.

       COMPUTE-NET-RATIO.
           IF WS-NET-PRIMES = 0
               MOVE 0 TO WS-RATIO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RATIO =
               (WS-NET-SINISTRES * 100) / WS-NET-PRIMES
               ON SIZE ERROR
                   MOVE 99999 TO WS-RATIO
           END-COMPUTE.
