           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAP-STATUS.

           SELECT OPTIONAL AVENANTS ASSIGN TO 'avenants.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REP-MASTER

       01 COMMISSIONS-ENTRY     PIC X(125).

       FD AVENANTS
           RECORD CONTAINS 94 CHARACTERS
           RECORDING MODE IS F.

       01 AVENANT-RECORD.
           02 AVN-DATE-SAISIE      PIC 9(8).
           02 FILLER               PIC X.
           02 AVN-SEQ              PIC 9(3).
           02 FILLER               PIC X.
           02 AVN-ID               PIC X(8).
           02 FILLER               PIC X.
           02 AVN-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 AVN-DATE-EFFET       PIC 9(8).
           02 FILLER               PIC X.
           02 AVN-ECHEANCE         PIC 9(8).
           02 FILLER               PIC X.
           02 AVN-ANCIEN-PRIX      PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 AVN-NOUVEAU-PRIX     PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 AVN-JOURS            PIC 9(3).
           02 FILLER               PIC X.
           02 AVN-PRORATA          PIC S9(10) SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.

       01 WS-REP-STATUS         PIC X(2).
       01 WS-TCOM-STATUS        PIC X(2).
       01 WS-PAYE-STATUS        PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-AVN-STATUS         PIC X(2).

       01 WS-REP-TABLE.
           02 JAPON          OCCURS 10 TIMES.
            03 BOOK-ID        PIC X(8)  VALUE SPACE.
            03 BOOK-CONTRAT   PIC X(14) VALUE SPACE.
            03 BOOK-ENTREPRISE PIC X(41) VALUE SPACE.
            03 BOOK-ECHEANCE  PIC X(8)  VALUE SPACE.
            03 BOOK-PRIX      PIC S9(10) VALUE 0.
       01 WS-BOOK-COUNT         PIC 9(3) VALUE 0.
       01 WS-BOOK-IDX           PIC 9(3) VALUE 0.
       01 WS-AFF-EOF            PIC X VALUE 'N'.
           88 AFF-AT-END            VALUE 'Y'.

       01 WS-AVN-TABLE.
           02 AVN-ROW OCCURS 101 TIMES.
            03 AV-ID          PIC X(8)  VALUE SPACE.
            03 AV-CONTRAT     PIC X(14) VALUE SPACE.
            03 AV-ECHEANCE    PIC X(8)  VALUE SPACE.
            03 AV-ANCIEN      PIC S9(10) VALUE 0.
            03 AV-PRORATA     PIC S9(10) VALUE 0.
       01 WS-AVN-COUNT          PIC 9(3) VALUE 0.
       01 WS-AVN-IDX            PIC 9(3) VALUE 0.
       01 WS-AVN-OVFL           PIC 9(3) VALUE 0.
       01 WS-AVN-LIMITE         PIC 9(8) VALUE 0.
       01 WS-AVN-EOF            PIC X VALUE 'N'.
           88 AVN-AT-END            VALUE 'Y'.
       01 WS-AVN-TROUVE         PIC X VALUE 'N'.
       01 WS-AVN-NB             PIC 9(3) VALUE 0.
       01 WS-PRIME-BASE         PIC S9(10) VALUE 0.

       01 WS-F1                 PIC X(10).
       01 WS-F2                 PIC X(16).
       01 WS-F3                 PIC X(16).
           PERFORM LOAD-BOOK-TABLE.
           PERFORM LOAD-AFF-TABLE.
           PERFORM LOAD-TAUX-COMMISSIONS.
           PERFORM LOAD-AVENANTS.

           OPEN OUTPUT COMMISSIONS-PAYABLES.
           OPEN OUTPUT RAPPORT-COMMISSIONS.
           MOVE WS-F1 TO BOOK-ID(WS-BOOK-COUNT).
           MOVE WS-F2 TO BOOK-CONTRAT(WS-BOOK-COUNT).
           MOVE WS-F4 TO BOOK-ENTREPRISE(WS-BOOK-COUNT).
           MOVE WS-F6(1:8) TO BOOK-ECHEANCE(WS-BOOK-COUNT).
           MOVE WS-F8 TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE WS-PRIX-VALUE TO BOOK-PRIX(WS-BOOK-COUNT).
               COMPUTE WS-PRIX-VALUE = 0 - WS-PRIX-VALUE
           END-IF.

       LOAD-AVENANTS.
           OPEN INPUT AVENANTS.
           IF WS-AVN-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AVN-LIMITE = WS-RUN-DATE - 10000.
           MOVE 'N' TO WS-AVN-EOF.
           PERFORM UNTIL AVN-AT-END
               READ AVENANTS
                   AT END
                       MOVE 'Y' TO WS-AVN-EOF
                   NOT AT END
                       PERFORM STORE-ONE-AVENANT
               END-READ
           END-PERFORM.
           CLOSE AVENANTS.
           IF WS-AVN-OVFL > 0
               DISPLAY "WARNING: " WS-AVN-OVFL
                   " AVENANTS NON CHARGES, TABLE PLEINE"
           END-IF.

       STORE-ONE-AVENANT.
           IF AVN-ECHEANCE NOT NUMERIC
               OR AVN-ANCIEN-PRIX NOT NUMERIC
               OR AVN-PRORATA NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF AVN-ECHEANCE < WS-AVN-LIMITE
               EXIT PARAGRAPH
           END-IF.
           IF WS-AVN-COUNT NOT < 101
               ADD 1 TO WS-AVN-OVFL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AVN-COUNT.
           MOVE AVN-ID TO AV-ID(WS-AVN-COUNT).
           MOVE AVN-CONTRAT TO AV-CONTRAT(WS-AVN-COUNT).
           MOVE AVN-ECHEANCE TO AV-ECHEANCE(WS-AVN-COUNT).
           MOVE AVN-ANCIEN-PRIX TO AV-ANCIEN(WS-AVN-COUNT).
           MOVE AVN-PRORATA TO AV-PRORATA(WS-AVN-COUNT).

       LOAD-AFF-TABLE.
           OPEN INPUT AFFECTATIONS.
           IF WS-AFF-STATUS = '35'
               WRITE COMMISSIONS-ENTRY
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-PRIME-BASE.
           COMPUTE WS-COM-LIGNE ROUNDED =
               (WS-PRIME-BASE * WS-TAUX-BASE) / 100.
           ADD WS-PRIME-BASE TO WS-REP-TOTAL.
           ADD WS-COM-LIGNE TO WS-COM-BASE.
           ADD 1 TO WS-REP-CONTRATS.
           MOVE WS-PRIME-BASE TO WS-PRIX-DISPLAY.
           MOVE WS-COM-LIGNE TO WS-COM-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " BOOK-ID(WS-BOOK-IDX) " "
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO COMMISSIONS-ENTRY.
           WRITE COMMISSIONS-ENTRY.
           IF WS-AVN-TROUVE = 'Y'
               MOVE BOOK-PRIX(WS-BOOK-IDX) TO WS-PRIX-DISPLAY
               MOVE SPACE TO WS-PRINT-LINE
               STRING "    BASE AJUSTEE PAR " WS-AVN-NB
                   " AVENANT(S) EN COURS DE PERIODE, PRIME ACTUELLE="
                   WS-PRIX-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO COMMISSIONS-ENTRY
               WRITE COMMISSIONS-ENTRY
           END-IF.

       COMPUTE-PRIME-BASE.
           MOVE BOOK-PRIX(WS-BOOK-IDX) TO WS-PRIME-BASE.
           MOVE 'N' TO WS-AVN-TROUVE.
           MOVE 0 TO WS-AVN-NB.
           MOVE 1 TO WS-AVN-IDX.
           PERFORM UNTIL WS-AVN-IDX > WS-AVN-COUNT
               IF AV-ID(WS-AVN-IDX) = BOOK-ID(WS-BOOK-IDX)
                   AND AV-CONTRAT(WS-AVN-IDX)
                   = BOOK-CONTRAT(WS-BOOK-IDX)
                   AND AV-ECHEANCE(WS-AVN-IDX)
                   = BOOK-ECHEANCE(WS-BOOK-IDX)
                   IF WS-AVN-TROUVE = 'N'
                       MOVE 'Y' TO WS-AVN-TROUVE
                       MOVE AV-ANCIEN(WS-AVN-IDX) TO WS-PRIME-BASE
                   END-IF
                   ADD AV-PRORATA(WS-AVN-IDX) TO WS-PRIME-BASE
                   ADD 1 TO WS-AVN-NB
               END-IF
               ADD 1 TO WS-AVN-IDX
           END-PERFORM.

       COMPUTE-SUPER-TIER.
           MOVE 0 TO WS-COM-SUPER.
