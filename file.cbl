           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

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

           SELECT REGISTRE-AVENANTS ASSIGN TO 'rapport-avenants.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REGA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REC-ASSU 
           02 MAST-AGENCE          PIC X(3).

       FD MOUVEMENTS
           RECORD CONTAINS 142 CHARACTERS
           RECORDING MODE IS F.

       01 MOUVEMENT-RECORD.
           02 MVT-ORIGIN           PIC X(5).
           02 FILLER               PIC X.
           02 MVT-DATA             PIC X(125).
           02 FILLER               PIC X.
           02 MVT-DATE-EFFET       PIC X(8).

       FD REJETS
           RECORD CONTAINS 74 CHARACTERS
           02 GL-TRL-HASH          PIC 9(12).
           02 FILLER               PIC X(67).

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

       FD REGISTRE-AVENANTS
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 REGISTRE-ENTRY        PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MJRN-ID            PIC X(8) VALUE SPACE.
       01 WS-MJRN-CONTRAT       PIC X(14) VALUE SPACE.
       01 WS-MJRN-ORIGIN        PIC X(5) VALUE SPACE.
       01 WS-MVT-AVENANT        PIC 9(3) VALUE 0.
       01 WS-AVN-STATUS         PIC X(2).
       01 WS-REGA-STATUS        PIC X(2).
       01 WS-AVN-EOF            PIC X VALUE 'N'.
           88 AVN-AT-END            VALUE 'Y'.
       01 WS-AVN-MOTIF          PIC X(40) VALUE SPACE.
       01 WS-AVN-ANCIEN         PIC S9(10) VALUE 0.
       01 WS-AVN-NOUVEAU        PIC S9(10) VALUE 0.
       01 WS-AVN-PRORATA        PIC S9(10) VALUE 0.
       01 WS-AVN-JOURS          PIC 9(3) VALUE 0.
       01 WS-AVN-PERIODE        PIC 9(3) VALUE 0.
       01 WS-AVN-EFFET-DAYS     PIC 9(7) VALUE 0.
       01 WS-AVN-ECH-DAYS       PIC 9(7) VALUE 0.
       01 WS-AVN-DEBUT-DAYS     PIC 9(7) VALUE 0.
       01 WS-AVN-REJETES        PIC 9(3) VALUE 0.
       01 WS-AVN-NB-QUIT        PIC 9(3) VALUE 0.
       01 WS-AVN-NB-AVOIR       PIC 9(3) VALUE 0.
       01 WS-AVN-TOT-QUIT       PIC S9(10) VALUE 0.
       01 WS-AVN-TOT-AVOIR      PIC S9(10) VALUE 0.
       01 WS-AVN-PIECE          PIC X(10) VALUE SPACE.
       01 WS-AVN-LINE           PIC X(125).
       01 WS-AVN-ANC-DISPLAY    PIC -(10)9.
       01 WS-AVN-NOUV-DISPLAY   PIC -(10)9.
       01 WS-AVN-PRO-DISPLAY    PIC -(10)9.
       01 WS-AVN-LIMITE         PIC 9(8) VALUE 0.
       01 WS-AVN-COUNT          PIC 9(3) VALUE 0.
       01 WS-AVN-IDX            PIC 9(3) VALUE 0.
       01 WS-AVN-OVFL           PIC 9(3) VALUE 0.
       01 WS-AVN-TROUVE         PIC X VALUE 'N'.
       01 WS-AVN-AJUST          PIC S9(10) VALUE 0.
       01 WS-AVN-AJUST-EUR      PIC S9(10) VALUE 0.
       01 WS-AVN-TABLE.
           02 AVN-ROW OCCURS 101 TIMES.
               03 AV-ID            PIC X(8)  VALUE SPACE.
               03 AV-CONTRAT       PIC X(14) VALUE SPACE.
               03 AV-ECHEANCE      PIC X(8)  VALUE SPACE.
               03 AV-ANCIEN        PIC S9(10) VALUE 0.
               03 AV-PRORATA       PIC S9(10) VALUE 0.
       01 WS-PRIX-TEXT          PIC X(12).
       01 WS-PRIX-VALUE         PIC S9(10).
       01 WS-PRIX-NEG           PIC X.
       01 WS-PRIX-POS           PIC 9(2).
       01 WS-PRIX-CHAR          PIC X.
       01 WS-PRIX-DIGIT         PIC 9.
       01 WS-LOAD-SLOT-ASSU     PIC 9(3) VALUE 0.
       01 WS-LOAD-SLOT-PART1    PIC 9(3) VALUE 0.
       01 WS-LOAD-SLOT-PART2    PIC 9(3) VALUE 0.
       01 WS-SUBTOTAL-LINE      PIC X(80).
       01 COMPANY-TOTALS.
           02 COMPANY-ENTRY OCCURS 101 TIMES.
               03 WS-SUBT-CODE        PIC X(4) VALUE SPACE.
               03 WS-SUBT-ENTREPRISE  PIC A(41) VALUE SPACE.
               03 WS-SUBT-AMOUNT      PIC S9(10) VALUE 0.

            03 WS-PRIX-X     REDEFINES WS-PRIX PIC X(9).
            03 FILLER        PIC X .
            03 EUROS        PIC X(3) VALUE "E".
            03 WS-CODE-CLIENT PIC X(4) VALUE SPACE.

       01 WS-CLI-STATUS         PIC X(2).
       01 WS-CLI-CONTROLE       PIC X VALUE 'N'.
           88 CLIENT-CHECK-ON       VALUE 'Y'.
       01 WS-CLI-FOUND          PIC X VALUE 'N'.
           88 CLIENT-WAS-FOUND      VALUE 'Y'.
       01 WS-REJET-STATUS       PIC X(2).
       01 WS-REJET-COUNT        PIC 9(3) VALUE 0.
       01 WS-REJET-LINE         PIC X(70).
       01 WS-GEST-SLOT          PIC 9(3) VALUE 0.
       01 WS-GEST-SLOT-B        PIC 9(3) VALUE 0.
       01 WS-GEST-PREV-ENT      PIC X(41) VALUE SPACE.
       01 WS-GEST-PREV-CODE     PIC X(4) VALUE SPACE.
       01 WS-GEST-LINE          PIC X(125).
       01 WS-GEST-LINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-GEST-PAGE-SIZE     PIC 9(3) VALUE 40.
           "                                            RAPPORT  PART1".
       01 TETEP2      PIC X(125) VALUE
           "                                             RAPPORT PART2".
       01 TETE-AVENANTS  PIC X(125) VALUE
           "                        REGISTRE JOURNALIER DES AVENANTS".


       PROCEDURE DIVISION.
           PERFORM VALIDATE-TABLE.
           PERFORM APPLY-ENTREPRISE-FILTER.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-AVENANTS.
           PERFORM READ-SNAPSHOT.

           IF SIMULATION-MODE
           MOVE SPACE TO WS-MVT-LINE
           STRING "MOUVEMENTS      A=" WS-MVT-AJOUT
               " M=" WS-MVT-MODIF " S=" WS-MVT-SUPPR
               " E=" WS-MVT-AVENANT
               " ERREURS=" WS-MVT-ERREUR
               DELIMITED BY SIZE INTO WS-MVT-LINE
           MOVE WS-MVT-LINE TO RAPPORT-ENTRY
                   MOVE WS-SUBT-AMOUNT(WS-COMPANY-IDX) TO
                       WS-SUBT-DISPLAY
                   MOVE SPACE TO WS-SUBTOTAL-LINE
                   STRING WS-SUBT-CODE(WS-COMPANY-IDX) " "
                       WS-SUBT-ENTREPRISE(WS-COMPANY-IDX)
                       " : " WS-SUBT-DISPLAY
                       DELIMITED BY SIZE INTO WS-SUBTOTAL-LINE
                   MOVE WS-SUBTOTAL-LINE TO RAPPORT-ENTRY
           MOVE 'N' TO WS-COMPANY-FOUND
           SET WS-COMPANY-IDX TO 1
           PERFORM UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               IF WS-SUBT-CODE(WS-COMPANY-IDX)
                   = WS-CODE-CLIENT(TIMING)
                   AND WS-SUBT-ENTREPRISE(WS-COMPANY-IDX)
                   = WS-ENTREPRISE(TIMING)
                   ADD WS-ADD-AMOUNT TO WS-SUBT-AMOUNT(WS-COMPANY-IDX)
                   MOVE 'Y' TO WS-COMPANY-FOUND
           IF NOT COMPANY-WAS-FOUND
               AND WS-COMPANY-COUNT < 101
               ADD 1 TO WS-COMPANY-COUNT
               MOVE WS-CODE-CLIENT(TIMING) TO
                   WS-SUBT-CODE(WS-COMPANY-COUNT)
               MOVE WS-ENTREPRISE(TIMING) TO
                   WS-SUBT-ENTREPRISE(WS-COMPANY-COUNT)
               MOVE WS-ADD-AMOUNT TO
                   WS-GL-T-ENTREPRISE(WS-GL-IDX)
               MOVE EUROS(TIMING) TO WS-GL-T-DEVISE(WS-GL-IDX)
           END-IF.
           PERFORM COMPUTE-ROW-AVENANT.
           ADD WS-PRIX(TIMING) TO WS-GL-T-MONTANT(WS-GL-IDX).
           ADD WS-AVN-AJUST TO WS-GL-T-MONTANT(WS-GL-IDX).
           ADD WS-ROW-EUR-AMOUNT(TIMING) TO WS-GL-T-EUR(WS-GL-IDX).
           ADD WS-AVN-AJUST-EUR TO WS-GL-T-EUR(WS-GL-IDX).

       COMPUTE-ROW-AVENANT.
           MOVE 0 TO WS-AVN-AJUST.
           MOVE 0 TO WS-AVN-AJUST-EUR.
           MOVE 'N' TO WS-AVN-TROUVE.
           MOVE 1 TO WS-AVN-IDX.
           PERFORM UNTIL WS-AVN-IDX > WS-AVN-COUNT
               IF AV-ID(WS-AVN-IDX) = WS-ID(TIMING)
                   AND AV-CONTRAT(WS-AVN-IDX) = WS-CONTRAT(TIMING)
                   AND AV-ECHEANCE(WS-AVN-IDX) = WS-DATA(TIMING)
                   IF WS-AVN-TROUVE = 'N'
                       MOVE 'Y' TO WS-AVN-TROUVE
                       COMPUTE WS-AVN-AJUST =
                           AV-ANCIEN(WS-AVN-IDX) - WS-PRIX(TIMING)
                   END-IF
                   ADD AV-PRORATA(WS-AVN-IDX) TO WS-AVN-AJUST
               END-IF
               ADD 1 TO WS-AVN-IDX
           END-PERFORM.
           IF WS-AVN-TROUVE = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF EUROS(TIMING) = "EUR"
               MOVE WS-AVN-AJUST TO WS-AVN-AJUST-EUR
           ELSE
               PERFORM VALIDATE-CURRENCY
               COMPUTE WS-AVN-AJUST-EUR ROUNDED =
                   WS-AVN-AJUST * WS-RATE-VALUE(WS-RATE-IDX)
                   ON SIZE ERROR
                       MOVE 0 TO WS-AVN-AJUST
                       MOVE 0 TO WS-AVN-AJUST-EUR
                       DISPLAY "CONVERSION AVENANT HORS CAPACITE, ID="
                           WS-ID(TIMING)
               END-COMPUTE
           END-IF.

       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE.
           END-PERFORM.

       APPLY-MOVEMENTS.
           PERFORM OPEN-REGISTRE-AVENANTS.
           OPEN INPUT MOUVEMENTS.
           IF WS-MVT-STATUS = '35'
               DISPLAY "NO MOVEMENTS FILE - MASTER LEFT AS IS"
               END-PERFORM
               CLOSE MOUVEMENTS
           END-IF.
           PERFORM CLOSE-REGISTRE-AVENANTS.

       APPLY-ONE-MOVEMENT.
           ADD 1 TO WS-MVT-SEQ.
                           DISPLAY "MOUVEMENT S REJETE, CLE INCONNUE: "
                               MAST-KEY
                       NOT INVALID KEY
                           PERFORM CLOSE-MASTER-CONTRAT
                   END-READ
                   PERFORM CHECK-MASTER-STATUS
               WHEN 'E'
                   READ ASSU-MASTER
                       INVALID KEY
                           ADD 1 TO WS-MVT-ERREUR
                           DISPLAY "MOUVEMENT E REJETE, CLE INCONNUE: "
                               MAST-KEY
                           MOVE "CLE INCONNUE AU MASTER" TO WS-AVN-MOTIF
                           PERFORM WRITE-AVENANT-REJETE
                       NOT INVALID KEY
                           PERFORM APPLY-AVENANT
                   END-READ
                   PERFORM CHECK-MASTER-STATUS
               WHEN OTHER
                   DISPLAY "MOUVEMENT INCONNU, CODE=" MVT-CODE
           END-EVALUATE.

       CLOSE-MASTER-CONTRAT.
           IF MAST-DATA(82:8) = 'RESILIE'
               ADD 1 TO WS-MVT-ERREUR
               DISPLAY "MOUVEMENT S REJETE, CONTRAT DEJA CLOS: "
                   MAST-KEY
               EXIT PARAGRAPH
           END-IF.
           MOVE MAST-ID TO WS-MJRN-ID.
           MOVE MAST-CONTRAT TO WS-MJRN-CONTRAT.
           MOVE MAST-ORIGIN TO WS-MJRN-ORIGIN.
           MOVE MAST-DATA TO WS-MJRN-AVANT.
           MOVE 'RESILIE' TO MAST-DATA(82:8).
           REWRITE MASTER-RECORD.
           PERFORM CHECK-MASTER-STATUS.
           ADD 1 TO WS-MVT-SUPPR.
           MOVE 'S' TO WS-MJRN-OP.
           MOVE WS-MVT-SEQ TO WS-MJRN-SEQ.
           MOVE MAST-DATA TO WS-MJRN-APRES.
           PERFORM WRITE-MASTER-JOURNAL.

       APPLY-AVENANT.
           MOVE SPACE TO WS-AVN-MOTIF.
           IF MAST-DATA(82:8) NOT = 'ACTIF'
               MOVE "CONTRAT NON ACTIF" TO WS-AVN-MOTIF
           END-IF.
           IF WS-AVN-MOTIF = SPACE AND MVT-DATA = MAST-DATA
               MOVE "AVENANT DEJA APPLIQUE" TO WS-AVN-MOTIF
           END-IF.
           IF WS-AVN-MOTIF = SPACE
               AND MVT-DATA(91:8) NOT = MAST-DATA(91:8)
               MOVE "ECHEANCE MODIFIEE PAR L'AVENANT" TO WS-AVN-MOTIF
           END-IF.
           IF WS-AVN-MOTIF = SPACE AND MVT-DATA(109:9) = SPACE
               MOVE "NOUVELLE PRIME ABSENTE" TO WS-AVN-MOTIF
           END-IF.
           IF WS-AVN-MOTIF = SPACE
               PERFORM COMPUTE-AVENANT-PRORATA
           END-IF.
           IF WS-AVN-MOTIF NOT = SPACE
               ADD 1 TO WS-MVT-ERREUR
               DISPLAY "MOUVEMENT E REJETE, " WS-AVN-MOTIF ": "
                   MAST-KEY
               PERFORM WRITE-AVENANT-REJETE
               EXIT PARAGRAPH
           END-IF.
           MOVE MAST-DATA TO WS-MJRN-AVANT.
           MOVE MVT-DATA TO MAST-DATA.
           MOVE WS-AGENCE TO MAST-AGENCE.
           REWRITE MASTER-RECORD.
           PERFORM CHECK-MASTER-STATUS.
           ADD 1 TO WS-MVT-AVENANT.
           MOVE 'E' TO WS-MJRN-OP.
           MOVE WS-MVT-SEQ TO WS-MJRN-SEQ.
           MOVE MAST-ID TO WS-MJRN-ID.
           MOVE MAST-CONTRAT TO WS-MJRN-CONTRAT.
           MOVE MAST-ORIGIN TO WS-MJRN-ORIGIN.
           MOVE MVT-DATA TO WS-MJRN-APRES.
           PERFORM WRITE-MASTER-JOURNAL.
           PERFORM WRITE-AVENANT.

       COMPUTE-AVENANT-PRORATA.
           MOVE MVT-DATE-EFFET TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               MOVE "DATE D'EFFET INVALIDE" TO WS-AVN-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-AVN-EFFET-DAYS.
           MOVE MAST-DATA(91:8) TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               MOVE "ECHEANCE DU CONTRAT INVALIDE" TO WS-AVN-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-AVN-ECH-DAYS.
           SUBTRACT 1 FROM WS-DATE-YYYY.
           IF WS-DATE-MM = 2 AND WS-DATE-DD = 29
               MOVE 28 TO WS-DATE-DD
           END-IF.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-AVN-DEBUT-DAYS.
           IF WS-AVN-EFFET-DAYS < WS-AVN-DEBUT-DAYS
               OR WS-AVN-EFFET-DAYS NOT < WS-AVN-ECH-DAYS
               MOVE "EFFET HORS PERIODE DE GARANTIE" TO WS-AVN-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE WS-PRIX-VALUE TO WS-AVN-ANCIEN.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MVT-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE WS-PRIX-VALUE TO WS-AVN-NOUVEAU.
           COMPUTE WS-AVN-JOURS = WS-AVN-ECH-DAYS - WS-AVN-EFFET-DAYS.
           COMPUTE WS-AVN-PERIODE =
               WS-AVN-ECH-DAYS - WS-AVN-DEBUT-DAYS.
           COMPUTE WS-AVN-PRORATA ROUNDED =
               (WS-AVN-NOUVEAU - WS-AVN-ANCIEN) * WS-AVN-JOURS
               / WS-AVN-PERIODE.

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

       OPEN-REGISTRE-AVENANTS.
           OPEN OUTPUT REGISTRE-AVENANTS.
           IF WS-REGA-STATUS NOT = '00'
               DISPLAY "ABEND: REGISTRE-AVENANTS OPEN ERROR STATUS="
                   WS-REGA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AVENANTS.
           IF WS-AVN-STATUS NOT = '00' AND WS-AVN-STATUS NOT = '05'
               DISPLAY "ABEND: AVENANTS OPEN ERROR STATUS="
                   WS-AVN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ALL '=' TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           MOVE TETE-AVENANTS TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           MOVE SPACE TO WS-AVN-LINE.
           STRING "RUN DU " WS-RUN-DATE " A " WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-AVN-LINE.
           MOVE WS-AVN-LINE TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           MOVE ALL '=' TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           MOVE SPACE TO WS-AVN-LINE.
           STRING "  ID       CONTRAT        EFFET    ECHEANCE "
               "ANCIENNE PRIME NOUVELLE PRIME JOURS/PERIODE "
               "  PRORATA   PIECE"
               DELIMITED BY SIZE INTO WS-AVN-LINE.
           MOVE WS-AVN-LINE TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           MOVE ALL '-' TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.

       WRITE-AVENANT.
           MOVE SPACE TO AVENANT-RECORD.
           MOVE WS-RUN-DATE TO AVN-DATE-SAISIE.
           MOVE WS-MVT-SEQ TO AVN-SEQ.
           MOVE MAST-ID TO AVN-ID.
           MOVE MAST-CONTRAT TO AVN-CONTRAT.
           MOVE MVT-DATE-EFFET TO AVN-DATE-EFFET.
           MOVE MAST-DATA(91:8) TO AVN-ECHEANCE.
           MOVE WS-AVN-ANCIEN TO AVN-ANCIEN-PRIX.
           MOVE WS-AVN-NOUVEAU TO AVN-NOUVEAU-PRIX.
           MOVE WS-AVN-JOURS TO AVN-JOURS.
           MOVE WS-AVN-PRORATA TO AVN-PRORATA.
           WRITE AVENANT-RECORD.
           IF WS-AVN-STATUS NOT = '00'
               DISPLAY "ABEND: AVENANTS WRITE ERROR STATUS="
                   WS-AVN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AVN-PRORATA > 0
               MOVE "QUITTANCE" TO WS-AVN-PIECE
               ADD 1 TO WS-AVN-NB-QUIT
               ADD WS-AVN-PRORATA TO WS-AVN-TOT-QUIT
           ELSE
               IF WS-AVN-PRORATA < 0
                   MOVE "AVOIR" TO WS-AVN-PIECE
                   ADD 1 TO WS-AVN-NB-AVOIR
                   ADD WS-AVN-PRORATA TO WS-AVN-TOT-AVOIR
               ELSE
                   MOVE "SANS PIECE" TO WS-AVN-PIECE
               END-IF
           END-IF.
           MOVE WS-AVN-ANCIEN TO WS-AVN-ANC-DISPLAY.
           MOVE WS-AVN-NOUVEAU TO WS-AVN-NOUV-DISPLAY.
           MOVE WS-AVN-PRORATA TO WS-AVN-PRO-DISPLAY.
           MOVE SPACE TO WS-AVN-LINE.
           STRING "  " MAST-ID " " MAST-CONTRAT " " MVT-DATE-EFFET
               " " MAST-DATA(91:8) " " WS-AVN-ANC-DISPLAY
               "    " WS-AVN-NOUV-DISPLAY " " WS-AVN-JOURS
               "/" WS-AVN-PERIODE "      " WS-AVN-PRO-DISPLAY
               " " WS-AVN-PIECE
               DELIMITED BY SIZE INTO WS-AVN-LINE.
           MOVE WS-AVN-LINE TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.

       WRITE-AVENANT-REJETE.
           ADD 1 TO WS-AVN-REJETES.
           MOVE SPACE TO WS-AVN-LINE.
           STRING "  " MAST-ID " " MAST-CONTRAT " " MVT-DATE-EFFET
               " REJETE : " WS-AVN-MOTIF
               DELIMITED BY SIZE INTO WS-AVN-LINE.
           MOVE WS-AVN-LINE TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.

       CLOSE-REGISTRE-AVENANTS.
           IF WS-MVT-AVENANT = 0 AND WS-AVN-REJETES = 0
               MOVE "  AUCUN AVENANT" TO REGISTRE-ENTRY
               WRITE REGISTRE-ENTRY
           END-IF.
           MOVE ALL '=' TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           MOVE WS-AVN-TOT-QUIT TO WS-AVN-ANC-DISPLAY.
           MOVE WS-AVN-TOT-AVOIR TO WS-AVN-NOUV-DISPLAY.
           MOVE SPACE TO WS-AVN-LINE.
           STRING "AVENANTS APPLIQUES=" WS-MVT-AVENANT
               " REJETES=" WS-AVN-REJETES
               " QUITTANCES=" WS-AVN-NB-QUIT "/" WS-AVN-ANC-DISPLAY
               " AVOIRS=" WS-AVN-NB-AVOIR "/" WS-AVN-NOUV-DISPLAY
               DELIMITED BY SIZE INTO WS-AVN-LINE.
           MOVE WS-AVN-LINE TO REGISTRE-ENTRY.
           WRITE REGISTRE-ENTRY.
           CLOSE REGISTRE-AVENANTS.
           CLOSE AVENANTS.

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

       ADJUST-EXPECTED-UP.
           EVALUATE WS-MVT-ORIGIN-SAVE
               WHEN 'PART1'
                   ADD 1 TO WS-EXPECTED-ASSU
           END-EVALUATE.

       WRITE-MASTER-JOURNAL.
           IF SIMULATION-MODE
               EXIT PARAGRAPH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-CONTROLE
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "COMPANIES NOT CHECKED"
           END-IF.
           SET TIMING TO 1.
           PERFORM UNTIL TIMING > WS-TABLE-CAPACITY
               MOVE 'N' TO WS-REJECT-FLAG(TIMING)
               END-IF
               ADD 1 TO TIMING
           END-PERFORM.
           IF CLIENT-CHECK-ON
               CLOSE CLIENT-MASTER
           END-IF.
           PERFORM CHECK-DUPLICATE-IDS.
           PERFORM PURGE-REJECTED-ROWS.
           CLOSE REJETS.
                   DELIMITED BY SIZE INTO WS-REJET-DETAIL-WK
               PERFORM WRITE-REJET
           END-IF.
           IF CLIENT-CHECK-ON
               PERFORM RESOLVE-ROW-CLIENT
           END-IF.

       RESOLVE-ROW-CLIENT.
           IF WS-CODE-CLIENT(TIMING) NOT = SPACE
               MOVE WS-CODE-CLIENT(TIMING) TO CLI-CODE
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-CLI-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CLI-FOUND
               END-READ
           ELSE
               MOVE WS-ENTREPRISE(TIMING) TO CLI-RAISON-SOCIALE
               READ CLIENT-MASTER KEY IS CLI-RAISON-SOCIALE
                   INVALID KEY
                       MOVE 'N' TO WS-CLI-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CLI-FOUND
               END-READ
           END-IF.
           IF CLIENT-WAS-FOUND
               MOVE CLI-CODE TO WS-CODE-CLIENT(TIMING)
               MOVE CLI-RAISON-SOCIALE TO WS-ENTREPRISE(TIMING)
           ELSE
               MOVE 'R27' TO WS-REJET-CODE-WK
               MOVE SPACE TO WS-REJET-DETAIL-WK
               IF WS-CODE-CLIENT(TIMING) NOT = SPACE
                   STRING "CLIENT INCONNU: "
                       WS-CODE-CLIENT(TIMING)
                       DELIMITED BY SIZE INTO WS-REJET-DETAIL-WK
               ELSE
                   STRING "CLIENT INCONNU: "
                       WS-ENTREPRISE(TIMING)
                       DELIMITED BY SIZE INTO WS-REJET-DETAIL-WK
               END-IF
               PERFORM WRITE-REJET
           END-IF.

       CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID.
           MOVE 0 TO WS-GEST-GRAND.
           PERFORM GESTION-NEW-PAGE.
           MOVE SPACE TO WS-GEST-PREV-ENT.
           MOVE SPACE TO WS-GEST-PREV-CODE.
           MOVE 1 TO WS-GEST-I.
           PERFORM UNTIL WS-GEST-I > WS-GEST-COUNT
               MOVE WS-GEST-SORT-IDX(WS-GEST-I) TO WS-GEST-SLOT
               IF WS-CODE-CLIENT(WS-GEST-SLOT) NOT = WS-GEST-PREV-CODE
                   OR WS-ENTREPRISE(WS-GEST-SLOT) NOT = WS-GEST-PREV-ENT
                   IF WS-GEST-PREV-ENT NOT = SPACE
                       PERFORM GESTION-COMPANY-FOOTER
                   END-IF
                   PERFORM GESTION-COMPANY-HEADER
                   MOVE WS-CODE-CLIENT(WS-GEST-SLOT) TO
                       WS-GEST-PREV-CODE
                   MOVE WS-ENTREPRISE(WS-GEST-SLOT) TO
                       WS-GEST-PREV-ENT
                   MOVE 0 TO WS-GEST-CO-COUNT
                   COMPUTE WS-GEST-TEMP = WS-GEST-J + 1
                   MOVE WS-GEST-SORT-IDX(WS-GEST-TEMP) TO
                       WS-GEST-SLOT-B
                   IF WS-CODE-CLIENT(WS-GEST-SLOT) >
                       WS-CODE-CLIENT(WS-GEST-SLOT-B)
                       OR (WS-CODE-CLIENT(WS-GEST-SLOT) =
                           WS-CODE-CLIENT(WS-GEST-SLOT-B)
                           AND WS-ENTREPRISE(WS-GEST-SLOT) >
                               WS-ENTREPRISE(WS-GEST-SLOT-B))
                       OR (WS-CODE-CLIENT(WS-GEST-SLOT) =
                           WS-CODE-CLIENT(WS-GEST-SLOT-B)
                           AND WS-ENTREPRISE(WS-GEST-SLOT) =
                           WS-ENTREPRISE(WS-GEST-SLOT-B)
                           AND WS-CONTRAT(WS-GEST-SLOT) >
                               WS-CONTRAT(WS-GEST-SLOT-B))
           MOVE SPACE TO WS-GEST-LINE.
           PERFORM GESTION-PUT-LINE.
           MOVE SPACE TO WS-GEST-LINE.
           STRING "ENTREPRISE : " WS-CODE-CLIENT(WS-GEST-SLOT)
               " " WS-ENTREPRISE(WS-GEST-SLOT)
               DELIMITED BY SIZE INTO WS-GEST-LINE.
           PERFORM GESTION-PUT-LINE.
           MOVE ALL '-' TO WS-GEST-LINE.
       GESTION-COMPANY-FOOTER.
           MOVE WS-GEST-CO-TOTAL TO WS-GEST-DISPLAY.
           MOVE SPACE TO WS-GEST-LINE.
           STRING "  ** " WS-GEST-PREV-CODE " " WS-GEST-PREV-ENT
               " : " WS-GEST-CO-COUNT " CONTRATS, TOTAL EUR="
               WS-GEST-DISPLAY
               DELIMITED BY SIZE INTO WS-GEST-LINE.
       EVALUATE-SEVERITY.
           IF WS-ANOM-COUNT > 0 OR WS-SKIP-COUNT > 0
               OR WS-REJET-COUNT > 0 OR WS-MVT-ERREUR > 0
               OR MASTER-DISABLED OR WS-AVN-OVFL > 0
               MOVE 4 TO WS-NEW-SEVERITY
               PERFORM RAISE-SEVERITY
           END-IF.
