       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETOURPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETOURS ASSIGN TO
           'retours-prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RET-STATUS.

           SELECT OPTIONAL MANDATS ASSIGN TO 'mandats-sepa.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MAND-STATUS.

           SELECT OPTIONAL PAIEMENTS ASSIGN TO 'paiements-banque.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT REJETS-PRLV ASSIGN TO 'rejets-prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

           SELECT RAPPORT-RETOURS ASSIGN TO 'rapport-retours.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETOURS
           RECORD CONTAINS 58 CHARACTERS
           RECORDING MODE IS F.

       01 RETOUR-RECORD.
           02 RET-ID               PIC X(8).
           02 FILLER               PIC X.
           02 RET-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 RET-ECHEANCE         PIC 9(8).
           02 FILLER               PIC X.
           02 RET-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 RET-MONTANT          PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 RET-STATUT           PIC X(4).

       FD MANDATS
           RECORD CONTAINS 102 CHARACTERS
           RECORDING MODE IS F.

       01 MANDAT-RECORD.
           02 MAND-ID              PIC X(8).
           02 FILLER               PIC X.
           02 MAND-IBAN            PIC X(34).
           02 FILLER               PIC X.
           02 MAND-BIC             PIC X(11).
           02 FILLER               PIC X.
           02 MAND-REF             PIC X(35).
           02 FILLER               PIC X.
           02 MAND-DATE-SIGN       PIC 9(8).
           02 FILLER               PIC X.
           02 MAND-STATUT          PIC X.

       FD PAIEMENTS
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.

       01 PAIEMENT-RECORD.
           02 PAY-ID               PIC X(8).
           02 FILLER               PIC X.
           02 PAY-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 PAY-DATE             PIC 9(8).
           02 FILLER               PIC X.
           02 PAY-MONTANT          PIC S9(10) SIGN LEADING SEPARATE.

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       FD REJETS-PRLV
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

       FD RAPPORT-RETOURS
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 RETOURS-ENTRY         PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-RET-STATUS         PIC X(2).
       01 WS-MAND-STATUS        PIC X(2).
       01 WS-PAY-STATUS         PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-REJET-STATUS       PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-RET-EOF            PIC X VALUE 'N'.
           88 RET-AT-END            VALUE 'Y'.
       01 WS-MAND-EOF           PIC X VALUE 'N'.
           88 MAND-AT-END           VALUE 'Y'.
       01 WS-PAY-EOF            PIC X VALUE 'N'.
           88 PAY-AT-END            VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-RUN-MODE           PIC X(10) VALUE 'NORMAL'.
           88 SIMULATION-MODE       VALUE 'SIMULATION'.

       01 WS-MAND-TABLE.
           02 MAND-ROW OCCURS 101 TIMES.
            03 MT-RECORD      PIC X(102) VALUE SPACE.
       01 WS-MAND-COUNT         PIC 9(3) VALUE 0.
       01 WS-MAND-IDX           PIC 9(3) VALUE 0.
       01 WS-MAND-OVFL          PIC 9(3) VALUE 0.
       01 WS-MAND-TOUCHED       PIC X VALUE 'N'.
       01 WS-MAND-WORK.
           02 MW-ID                PIC X(8).
           02 FILLER               PIC X(93).
           02 MW-STATUT            PIC X.

       01 WS-PAY-TABLE.
           02 PAY-ROW OCCURS 999 TIMES.
            03 PT-ID          PIC X(8)  VALUE SPACE.
            03 PT-CONTRAT     PIC X(14) VALUE SPACE.
            03 PT-DATE        PIC 9(8)  VALUE 0.
            03 PT-MONTANT     PIC S9(10) VALUE 0.
       01 WS-PAY-COUNT          PIC 9(3) VALUE 0.
       01 WS-PAY-IDX            PIC 9(3) VALUE 0.
       01 WS-PAY-OVFL           PIC 9(3) VALUE 0.
       01 WS-PAY-DEJA           PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-NB-RETOURS         PIC 9(5) VALUE 0.
       01 WS-NB-ACCEPTES        PIC 9(5) VALUE 0.
       01 WS-NB-REJETES         PIC 9(5) VALUE 0.
       01 WS-NB-ILLISIBLES      PIC 9(5) VALUE 0.
       01 WS-NB-REVOQUES        PIC 9(5) VALUE 0.
       01 WS-NB-DEJA-PASSES     PIC 9(5) VALUE 0.
       01 WS-NB-NON-PASSES      PIC 9(5) VALUE 0.
       01 WS-TOT-ACCEPTE        PIC S9(12) VALUE 0.
       01 WS-TOT-REJETE         PIC S9(12) VALUE 0.
       01 WS-REJET-CODE-WK      PIC X(3).
       01 WS-MOTIF              PIC X(25).
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIX-DISPLAY       PIC -(10)9.
       01 WS-TOTAL-DISPLAY      PIC -(12)9.
       01 WS-TOTAL2-DISPLAY     PIC -(12)9.

       01 TETE-RETOURS  PIC X(125) VALUE
           "                 RETOURS BANCAIRES DES PRELEVEMENTS SEPA".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAM-CARD.
           PERFORM LOAD-MANDATS.
           PERFORM LOAD-PAIEMENTS.

           OPEN OUTPUT RAPPORT-RETOURS.
           MOVE ALL '=' TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           MOVE TETE-RETOURS TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF SIMULATION-MODE
               STRING "RUN DU " WS-RUN-DATE
                   " - MODE SIMULATION, PAIEMENTS NON EMIS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "RUN DU " WS-RUN-DATE
                   " - PAIEMENTS EMIS VERS paiements-banque.dat"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           MOVE ALL '=' TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.

           IF NOT SIMULATION-MODE
               OPEN OUTPUT REJETS-PRLV
               MOVE SPACE TO REJET-RECORD
               STRING "CODE SOURCE          ID       CONTRAT"
                   "        DETAIL" DELIMITED BY SIZE
                   INTO REJET-RECORD
               PERFORM WRITE-REJET-RECORD
               OPEN EXTEND PAIEMENTS
               IF WS-PAY-STATUS NOT = '00'
                   AND WS-PAY-STATUS NOT = '05'
                   DISPLAY "ABEND: PAIEMENTS OPEN ERROR STATUS="
                       WS-PAY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT RETOURS.
           IF WS-RET-STATUS = '35'
               DISPLAY "WARNING: retours-prelevements.dat NOT FOUND - "
                   "NO BANK RETURNS TO PROCESS"
           ELSE
               MOVE 'N' TO WS-RET-EOF
               PERFORM UNTIL RET-AT-END
                   READ RETOURS
                       AT END
                           MOVE 'Y' TO WS-RET-EOF
                       NOT AT END
                           ADD 1 TO WS-NB-RETOURS
                           PERFORM PROCESS-ONE-RETOUR
                   END-READ
               END-PERFORM
               CLOSE RETOURS
           END-IF.

           IF NOT SIMULATION-MODE
               CLOSE PAIEMENTS
               CLOSE REJETS-PRLV
           END-IF.
           IF NOT SIMULATION-MODE AND WS-MAND-TOUCHED = 'Y'
               PERFORM REWRITE-MANDATS
           END-IF.

           MOVE ALL '=' TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           MOVE WS-TOT-ACCEPTE TO WS-TOTAL-DISPLAY.
           MOVE WS-TOT-REJETE TO WS-TOTAL2-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "RETOURS=" WS-NB-RETOURS
               " ACCEPTES=" WS-NB-ACCEPTES "/" WS-TOTAL-DISPLAY
               " REJETES=" WS-NB-REJETES "/" WS-TOTAL2-DISPLAY
               " ILLISIBLES=" WS-NB-ILLISIBLES
               " MANDATS REVOQUES=" WS-NB-REVOQUES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "DEJA COMPTABILISES=" WS-NB-DEJA-PASSES
               " NON COMPTABILISES (TABLE PLEINE)=" WS-NB-NON-PASSES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           CLOSE RAPPORT-RETOURS.

           IF WS-NB-REJETES > 0 OR WS-NB-ILLISIBLES > 0
               OR WS-MAND-OVFL > 0 OR WS-PAY-OVFL > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "RETOURPR: " WS-NB-ACCEPTES
               " PRELEVEMENTS ACCEPTES, "
               WS-NB-REJETES " REJETES, "
               WS-NB-REVOQUES " MANDATS REVOQUES".
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

       LOAD-MANDATS.
           OPEN INPUT MANDATS.
           IF WS-MAND-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MAND-EOF.
           PERFORM UNTIL MAND-AT-END
               READ MANDATS
                   AT END
                       MOVE 'Y' TO WS-MAND-EOF
                   NOT AT END
                       IF WS-MAND-COUNT < 101
                           ADD 1 TO WS-MAND-COUNT
                           MOVE MANDAT-RECORD TO
                               MT-RECORD(WS-MAND-COUNT)
                       ELSE
                           ADD 1 TO WS-MAND-OVFL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANDATS.
           IF WS-MAND-OVFL > 0
               DISPLAY "TABLE DES MANDATS PLEINE - "
                   "MANDATS NON MIS A JOUR: " WS-MAND-OVFL
           END-IF.

       LOAD-PAIEMENTS.
           OPEN INPUT PAIEMENTS.
           IF WS-PAY-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PAY-EOF.
           PERFORM UNTIL PAY-AT-END
               READ PAIEMENTS
                   AT END
                       MOVE 'Y' TO WS-PAY-EOF
                   NOT AT END
                       IF PAY-DATE IS NUMERIC
                           AND PAY-MONTANT IS NUMERIC
                           PERFORM STORE-ONE-PAIEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAIEMENTS.
           IF WS-PAY-OVFL > 0
               DISPLAY "TABLE DES PAIEMENTS PLEINE - "
                   "RETOURS ACCEPTES NON COMPTABILISES"
           END-IF.

       STORE-ONE-PAIEMENT.
           IF WS-PAY-COUNT NOT < 999
               ADD 1 TO WS-PAY-OVFL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PAY-COUNT.
           MOVE PAY-ID TO PT-ID(WS-PAY-COUNT).
           MOVE PAY-CONTRAT TO PT-CONTRAT(WS-PAY-COUNT).
           MOVE PAY-DATE TO PT-DATE(WS-PAY-COUNT).
           MOVE PAY-MONTANT TO PT-MONTANT(WS-PAY-COUNT).

       FIND-PAIEMENT.
           MOVE 'N' TO WS-PAY-DEJA.
           MOVE 1 TO WS-PAY-IDX.
           PERFORM UNTIL WS-PAY-IDX > WS-PAY-COUNT
               IF PT-ID(WS-PAY-IDX) = RET-ID
                   AND PT-CONTRAT(WS-PAY-IDX) = RET-CONTRAT
                   AND PT-DATE(WS-PAY-IDX) = RET-DATE
                   AND PT-MONTANT(WS-PAY-IDX) = RET-MONTANT
                   MOVE 'Y' TO WS-PAY-DEJA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAY-IDX
           END-PERFORM.

       PROCESS-ONE-RETOUR.
           IF RET-MONTANT NOT NUMERIC OR RET-DATE NOT NUMERIC
               ADD 1 TO WS-NB-ILLISIBLES
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ILLISIBLE " RET-ID " " RET-CONTRAT
                   " STATUT=" RET-STATUT
                   " - MONTANT OU DATE NON NUMERIQUE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RETOURS-ENTRY
               WRITE RETOURS-ENTRY
               EXIT PARAGRAPH
           END-IF.
           MOVE RET-MONTANT TO WS-PRIX-DISPLAY.
           IF RET-STATUT = 'ACCP'
               PERFORM FIND-PAIEMENT
               IF WS-PAY-DEJA = 'Y'
                   ADD 1 TO WS-NB-DEJA-PASSES
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "  DEJA    " RET-ID " " RET-CONTRAT
                       " ECH " RET-ECHEANCE " DEBITE LE " RET-DATE
                       " " WS-PRIX-DISPLAY " - DEJA COMPTABILISE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO RETOURS-ENTRY
                   WRITE RETOURS-ENTRY
                   EXIT PARAGRAPH
               END-IF
               IF WS-PAY-OVFL > 0
                   ADD 1 TO WS-NB-NON-PASSES
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "  ATTENTE " RET-ID " " RET-CONTRAT
                       " ECH " RET-ECHEANCE " DEBITE LE " RET-DATE
                       " " WS-PRIX-DISPLAY " - PAIEMENTS NON VERIFIES"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO RETOURS-ENTRY
                   WRITE RETOURS-ENTRY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-ACCEPTES
               ADD RET-MONTANT TO WS-TOT-ACCEPTE
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ACCEPTE " RET-ID " " RET-CONTRAT
                   " ECH " RET-ECHEANCE " DEBITE LE " RET-DATE
                   " " WS-PRIX-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RETOURS-ENTRY
               WRITE RETOURS-ENTRY
               IF NOT SIMULATION-MODE
                   PERFORM WRITE-ONE-PAIEMENT
               ELSE
                   PERFORM STORE-ONE-PAIEMENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-REJETES.
           ADD RET-MONTANT TO WS-TOT-REJETE.
           EVALUATE RET-STATUT
               WHEN 'AM04'
                   MOVE 'R17' TO WS-REJET-CODE-WK
                   MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
               WHEN 'AC04'
                   MOVE 'R18' TO WS-REJET-CODE-WK
                   MOVE "COMPTE CLOTURE" TO WS-MOTIF
               WHEN 'MD01'
                   MOVE 'R19' TO WS-REJET-CODE-WK
                   MOVE "MANDAT REVOQUE OU ABSENT" TO WS-MOTIF
               WHEN OTHER
                   MOVE 'R20' TO WS-REJET-CODE-WK
                   MOVE "AUTRE MOTIF BANCAIRE" TO WS-MOTIF
           END-EVALUATE.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  REJETE  " RET-ID " " RET-CONTRAT
               " ECH " RET-ECHEANCE " " WS-PRIX-DISPLAY
               " " RET-STATUT " " WS-MOTIF
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RETOURS-ENTRY.
           WRITE RETOURS-ENTRY.
           IF NOT SIMULATION-MODE
               MOVE SPACE TO REJET-RECORD
               MOVE WS-REJET-CODE-WK TO REJET-CODE
               MOVE 'PRELEVEMENT' TO REJET-SOURCE
               MOVE RET-ID TO REJET-ID
               MOVE RET-CONTRAT TO REJET-CONTRAT
               STRING RET-STATUT " " WS-MOTIF
                   DELIMITED BY SIZE INTO REJET-DETAIL
               PERFORM WRITE-REJET-RECORD
           END-IF.
           IF RET-STATUT = 'AC04' OR RET-STATUT = 'MD01'
               PERFORM REVOKE-MANDAT
           END-IF.

       WRITE-ONE-PAIEMENT.
           MOVE SPACE TO PAIEMENT-RECORD.
           MOVE RET-ID TO PAY-ID.
           MOVE RET-CONTRAT TO PAY-CONTRAT.
           MOVE RET-DATE TO PAY-DATE.
           MOVE RET-MONTANT TO PAY-MONTANT.
           WRITE PAIEMENT-RECORD.
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY "ABEND: PAIEMENTS WRITE ERROR STATUS="
                   WS-PAY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM STORE-ONE-PAIEMENT.

       WRITE-REJET-RECORD.
           WRITE REJET-RECORD.
           IF WS-REJET-STATUS NOT = '00'
               DISPLAY "ABEND: REJETS WRITE ERROR STATUS="
                   WS-REJET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REVOKE-MANDAT.
           MOVE 1 TO WS-MAND-IDX.
           PERFORM UNTIL WS-MAND-IDX > WS-MAND-COUNT
               MOVE MT-RECORD(WS-MAND-IDX) TO WS-MAND-WORK
               IF MW-ID = RET-ID AND MW-STATUT = 'A'
                   MOVE 'R' TO MW-STATUT
                   MOVE WS-MAND-WORK TO MT-RECORD(WS-MAND-IDX)
                   MOVE 'Y' TO WS-MAND-TOUCHED
                   ADD 1 TO WS-NB-REVOQUES
               END-IF
               ADD 1 TO WS-MAND-IDX
           END-PERFORM.

       REWRITE-MANDATS.
           IF WS-MAND-OVFL > 0
               DISPLAY "MANDATS NON REECRITS - TABLE INCOMPLETE"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MANDATS.
           MOVE 1 TO WS-MAND-IDX.
           PERFORM UNTIL WS-MAND-IDX > WS-MAND-COUNT
               MOVE MT-RECORD(WS-MAND-IDX) TO MANDAT-RECORD
               WRITE MANDAT-RECORD
               IF WS-MAND-STATUS NOT = '00'
                   DISPLAY "ABEND: MANDATS WRITE ERROR STATUS="
                       WS-MAND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAND-IDX
           END-PERFORM.
           CLOSE MANDATS.
