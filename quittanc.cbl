           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-IMP-STATUS.

           SELECT OPTIONAL CLIENT-MASTER ASSIGN TO
           'clients-master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-CODE
           ALTERNATE RECORD KEY IS CLI-RAISON-SOCIALE
           FILE STATUS IS WS-CLI-STATUS.

           SELECT OPTIONAL AVENANTS ASSIGN TO 'avenants.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVN-STATUS.

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

       FD PAIEMENTS
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.

       01 IMPAYES-ENTRY         PIC X(125).

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

       01 WS-MAST-STATUS        PIC X(2).
           'assurances-master.dat'.
       01 WS-PAY-STATUS         PIC X(2).
       01 WS-QUIT-STATUS        PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-CLIENT-CODE        PIC X(4) VALUE SPACE.
       01 WS-CLIENT-NOM         PIC X(41) VALUE SPACE.
       01 WS-IMP-STATUS         PIC X(2).
       01 WS-MAST-EOF           PIC X VALUE 'N'.
           88 MASTER-AT-END         VALUE 'Y'.
       01 WS-PAY-EOF            PIC X VALUE 'N'.
           88 PAY-AT-END            VALUE 'Y'.
       01 WS-AVN-STATUS         PIC X(2).
       01 WS-AVN-EOF            PIC X VALUE 'N'.
           88 AVN-AT-END            VALUE 'Y'.

       01 WS-AVN-TABLE.
           02 AVN-ROW OCCURS 101 TIMES.
            03 AV-ID          PIC X(8)  VALUE SPACE.
            03 AV-CONTRAT     PIC X(14) VALUE SPACE.
            03 AV-EFFET       PIC X(8)  VALUE SPACE.
            03 AV-ECHEANCE    PIC X(8)  VALUE SPACE.
            03 AV-ANCIEN      PIC S9(10) VALUE 0.
            03 AV-PRORATA     PIC S9(10) VALUE 0.
       01 WS-AVN-COUNT          PIC 9(3) VALUE 0.
       01 WS-AVN-IDX            PIC 9(3) VALUE 0.
       01 WS-AVN-OVFL           PIC 9(3) VALUE 0.
       01 WS-AVN-LIMITE         PIC 9(8) VALUE 0.
       01 WS-AVN-TROUVE         PIC X VALUE 'N'.
       01 WS-QUIT-BASE          PIC 9(3) VALUE 0.
       01 WS-QUIT-AVENANT       PIC 9(3) VALUE 0.
       01 WS-QUIT-AVOIR         PIC 9(3) VALUE 0.

       01 WS-QUIT-TABLE.
           02 QUIT-ROW OCCURS 101 TIMES.
            03 QT-ID          PIC X(8)  VALUE SPACE.
            03 QT-CONTRAT     PIC X(14) VALUE SPACE.
            03 QT-CODE-CLIENT PIC X(4)  VALUE SPACE.
            03 QT-ENTREPRISE  PIC X(41) VALUE SPACE.
            03 QT-ECHEANCE    PIC X(8)  VALUE SPACE.
            03 QT-PRIX        PIC S9(10) VALUE 0.
           88 COMPANY-WAS-FOUND     VALUE 'Y'.
       01 WS-AGE-TOTALS.
           02 AGE-ENTRY OCCURS 101 TIMES.
               03 WS-AGE-CODE         PIC X(4) VALUE SPACE.
               03 WS-AGE-ENTREPRISE   PIC X(41) VALUE SPACE.
               03 WS-AGE-NB-30        PIC 9(3) VALUE 0.
               03 WS-AGE-NB-60        PIC 9(3) VALUE 0.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-RUN-DAYS.

           PERFORM LOAD-AVENANTS.
           PERFORM LOAD-QUITTANCES-FROM-MASTER.
           IF WS-QUIT-COUNT = 0
               DISPLAY "AUCUN CONTRAT ACTIF AU MASTER - "
               " SANS QUITTANCE=" WS-PAY-ORPHAN
               " ECARTS=" WS-PAY-ECART
               " DOUBLES=" WS-PAY-DOUBLE
               " AVENANTS=" WS-QUIT-AVENANT
               " AVOIRS=" WS-QUIT-AVOIR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO IMPAYES-ENTRY.
           WRITE IMPAYES-ENTRY.

           IF WS-PAY-ORPHAN > 0 OR WS-QUIT-OVFL > 0
               OR WS-PAY-ECART > 0 OR WS-PAY-DOUBLE > 0
               OR WS-AVN-OVFL > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "QUITTANC: " WS-QUIT-COUNT " QUITTANCES, "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "AGING GROUPED BY COMPANY NAME"
           END-IF.
           MOVE LOW-VALUE TO MAST-KEY.
           START ASSU-MASTER KEY NOT LESS THAN MAST-KEY
               INVALID KEY
               END-READ
           END-PERFORM.
           CLOSE ASSU-MASTER.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.

       STORE-ONE-QUITTANCE.
           IF MAST-DATA(82:8) NOT = 'ACTIF'
           ADD 1 TO WS-QUIT-COUNT.
           MOVE MAST-ID TO QT-ID(WS-QUIT-COUNT).
           MOVE MAST-CONTRAT TO QT-CONTRAT(WS-QUIT-COUNT).
           PERFORM RESOLVE-MAST-CLIENT.
           MOVE WS-CLIENT-CODE TO QT-CODE-CLIENT(WS-QUIT-COUNT).
           MOVE WS-CLIENT-NOM TO QT-ENTREPRISE(WS-QUIT-COUNT).
           MOVE MAST-DATA(91:8) TO QT-ECHEANCE(WS-QUIT-COUNT).
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           MOVE 'N' TO QT-REGLE(WS-QUIT-COUNT).
           MOVE 0 TO QT-DATE-REGL(WS-QUIT-COUNT).
           MOVE SPACE TO QT-BANDE(WS-QUIT-COUNT).
           MOVE WS-QUIT-COUNT TO WS-QUIT-BASE.
           MOVE 'N' TO WS-AVN-TROUVE.
           MOVE 1 TO WS-AVN-IDX.
           PERFORM UNTIL WS-AVN-IDX > WS-AVN-COUNT
               IF AV-ID(WS-AVN-IDX) = MAST-ID
                   AND AV-CONTRAT(WS-AVN-IDX) = MAST-CONTRAT
                   AND AV-ECHEANCE(WS-AVN-IDX) = MAST-DATA(91:8)
                   IF WS-AVN-TROUVE = 'N'
                       MOVE 'Y' TO WS-AVN-TROUVE
                       MOVE AV-ANCIEN(WS-AVN-IDX) TO
                           QT-PRIX(WS-QUIT-BASE)
                   END-IF
                   IF AV-PRORATA(WS-AVN-IDX) NOT = 0
                       PERFORM STORE-AVENANT-QUITTANCE
                   END-IF
               END-IF
               ADD 1 TO WS-AVN-IDX
           END-PERFORM.

       STORE-AVENANT-QUITTANCE.
           IF WS-QUIT-COUNT NOT < 101
               ADD 1 TO WS-QUIT-OVFL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QUIT-COUNT.
           MOVE QUIT-ROW(WS-QUIT-BASE) TO QUIT-ROW(WS-QUIT-COUNT).
           MOVE AV-EFFET(WS-AVN-IDX) TO QT-ECHEANCE(WS-QUIT-COUNT).
           MOVE AV-PRORATA(WS-AVN-IDX) TO QT-PRIX(WS-QUIT-COUNT).
           IF AV-PRORATA(WS-AVN-IDX) < 0
               ADD 1 TO WS-QUIT-AVOIR
           ELSE
               ADD 1 TO WS-QUIT-AVENANT
           END-IF.

       LOAD-AVENANTS.
           MOVE 0 TO WS-AVN-COUNT.
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
               OR AVN-DATE-EFFET NOT NUMERIC
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
           MOVE AVN-DATE-EFFET TO AV-EFFET(WS-AVN-COUNT).
           MOVE AVN-ECHEANCE TO AV-ECHEANCE(WS-AVN-COUNT).
           MOVE AVN-ANCIEN-PRIX TO AV-ANCIEN(WS-AVN-COUNT).
           MOVE AVN-PRORATA TO AV-PRORATA(WS-AVN-COUNT).

       RESOLVE-MAST-CLIENT.
           MOVE SPACE TO WS-CLIENT-CODE.
           MOVE MAST-DATA(40:41) TO WS-CLIENT-NOM.
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

       CONVERT-PRIX-TEXT.
           MOVE 0 TO WS-PRIX-VALUE.
               MOVE 0 TO WS-PAY-DISPLAY
           END-IF.
           MOVE 'N' TO WS-PAY-FOUND.
           PERFORM MATCH-EXACT-QUITTANCE.
           IF WS-PAY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ID(WS-QUIT-IDX) = PAY-ID
                   AND QT-CONTRAT(WS-QUIT-IDX) = PAY-CONTRAT
                   AND QT-REGLE(WS-QUIT-IDX) = 'N'
                   AND QT-PRIX(WS-QUIT-IDX) > 0
                   MOVE 'Y' TO WS-PAY-FOUND
                   PERFORM SETTLE-ONE-QUITTANCE
                   MOVE WS-QUIT-COUNT TO WS-QUIT-IDX
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.
           IF WS-PAY-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ID(WS-QUIT-IDX) = PAY-ID
               WRITE IMPAYES-ENTRY
           END-IF.

       MATCH-EXACT-QUITTANCE.
           IF PAY-MONTANT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ID(WS-QUIT-IDX) = PAY-ID
                   AND QT-CONTRAT(WS-QUIT-IDX) = PAY-CONTRAT
                   AND QT-REGLE(WS-QUIT-IDX) = 'N'
                   AND QT-PRIX(WS-QUIT-IDX) = PAY-MONTANT
                   MOVE 'Y' TO WS-PAY-FOUND
                   PERFORM SETTLE-ONE-QUITTANCE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.

       SETTLE-ONE-QUITTANCE.
           IF QT-REGLE(WS-QUIT-IDX) = 'O'
               ADD 1 TO WS-PAY-DOUBLE
           END-PERFORM.

       AGE-ONE-QUITTANCE.
           IF QT-PRIX(WS-QUIT-IDX) < 0
               EXIT PARAGRAPH
           END-IF.
           MOVE QT-ECHEANCE(WS-QUIT-IDX) TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
           MOVE 'N' TO WS-COMPANY-FOUND.
           MOVE 1 TO WS-COMPANY-IDX.
           PERFORM UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-AGE-CODE(WS-COMPANY-IDX)
                   = QT-CODE-CLIENT(WS-QUIT-IDX)
                   AND WS-AGE-ENTREPRISE(WS-COMPANY-IDX)
                   = QT-ENTREPRISE(WS-QUIT-IDX)
                   MOVE 'Y' TO WS-COMPANY-FOUND
                   EXIT PERFORM
           IF NOT COMPANY-WAS-FOUND
               ADD 1 TO WS-COMPANY-COUNT
               MOVE WS-COMPANY-COUNT TO WS-COMPANY-IDX
               MOVE QT-CODE-CLIENT(WS-QUIT-IDX) TO
                   WS-AGE-CODE(WS-COMPANY-IDX)
               MOVE QT-ENTREPRISE(WS-QUIT-IDX) TO
                   WS-AGE-ENTREPRISE(WS-COMPANY-IDX)
           END-IF.
               MOVE WS-AGE-MT-60(WS-COMPANY-IDX) TO WS-MT-60-DISPLAY
               MOVE WS-AGE-MT-90(WS-COMPANY-IDX) TO WS-MT-90-DISPLAY
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  " WS-AGE-CODE(WS-COMPANY-IDX) " "
                   WS-AGE-ENTREPRISE(WS-COMPANY-IDX)
                   " 30J:" WS-AGE-NB-30(WS-COMPANY-IDX)
                   "/" WS-MT-30-DISPLAY
                   " 60J:" WS-AGE-NB-60(WS-COMPANY-IDX)
