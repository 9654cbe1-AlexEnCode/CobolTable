       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUILIBR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSU-MASTER ASSIGN TO
           DYNAMIC WS-MAST-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL ASSU-ARCHIVE ASSIGN TO
           DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-KEY
           FILE STATUS IS WS-ARCH-STATUS.

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

           SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO
           DYNAMIC WS-SNAP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT OPTIONAL GL-INTERFACE ASSIGN TO 'interface-gl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT OPTIONAL QUITTANCES ASSIGN TO 'quittances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-QUIT-STATUS.

           SELECT OPTIONAL COMMISSIONS-PAYABLES ASSIGN TO
           'commissions-payables.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAYE-STATUS.

           SELECT OPTIONAL AFFECTATIONS ASSIGN TO
           'affectations-reps.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AFF-STATUS.

           SELECT OPTIONAL SINISTRES ASSIGN TO 'sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SIN-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT RAPPORT-EQUILIBRAGE ASSIGN TO
           'rapport-equilibrage.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAP-STATUS.

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

       FD ASSU-ARCHIVE
           RECORD CONTAINS 175 CHARACTERS.

       01 ARCHIVE-RECORD.
           02 ARCH-KEY.
               03 ARCH-ID          PIC X(8).
               03 ARCH-CONTRAT     PIC X(14).
           02 ARCH-ORIGIN          PIC X(5).
           02 FILLER               PIC X.
           02 ARCH-DATA            PIC X(125).
           02 FILLER               PIC X.
           02 ARCH-AGENCE          PIC X(3).
           02 FILLER               PIC X.
           02 ARCH-DATE-CLOTURE    PIC 9(8).
           02 FILLER               PIC X.
           02 ARCH-DATE-ARCHIVAGE  PIC 9(8).

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

       FD SNAPSHOT-FILE
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE IS F.

       01 SNAPSHOT-RECORD.
           02 SNAP-ID              PIC X(8).
           02 FILLER               PIC X.
           02 SNAP-CONTRAT         PIC X(14).
           02 FILLER               PIC X.
           02 SNAP-ETAT            PIC X(8).
           02 FILLER               PIC X.
           02 SNAP-PRIX            PIC S9(10) SIGN LEADING SEPARATE.

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

       FD COMMISSIONS-PAYABLES
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE IS F.

       01 PAYABLE-RECORD.
           02 PAYE-REP-ID       PIC X(4).
           02 FILLER            PIC X.
           02 PAYE-PERIODE      PIC 9(8).
           02 FILLER            PIC X.
           02 PAYE-MONTANT      PIC S9(10) SIGN LEADING SEPARATE.

       FD AFFECTATIONS
           RECORD CONTAINS 13 CHARACTERS
           RECORDING MODE IS F.

       01 AFFECTATION-RECORD.
           02 AFF-REP-ID        PIC X(4).
           02 FILLER            PIC X.
           02 AFF-ASSU-ID       PIC X(8).

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

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       FD RAPPORT-EQUILIBRAGE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 EQUILIBRAGE-ENTRY     PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-ARCH-STATUS        PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-AVN-STATUS         PIC X(2).
       01 WS-SNAP-STATUS        PIC X(2).
       01 WS-GL-STATUS          PIC X(2).
       01 WS-QUIT-STATUS        PIC X(2).
       01 WS-PAYE-STATUS        PIC X(2).
       01 WS-AFF-STATUS         PIC X(2).
       01 WS-SIN-STATUS         PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-SNAP-EOF           PIC X VALUE 'N'.
           88 SNAP-AT-END           VALUE 'Y'.
       01 WS-GL-EOF             PIC X VALUE 'N'.
           88 GL-AT-END             VALUE 'Y'.
       01 WS-QUIT-EOF           PIC X VALUE 'N'.
           88 QUIT-AT-END           VALUE 'Y'.
       01 WS-PAYE-EOF           PIC X VALUE 'N'.
           88 PAYE-AT-END           VALUE 'Y'.
       01 WS-AFF-EOF            PIC X VALUE 'N'.
           88 AFF-AT-END            VALUE 'Y'.
       01 WS-SIN-EOF            PIC X VALUE 'N'.
           88 SIN-AT-END            VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.
       01 WS-MAST-OUVERT        PIC X VALUE 'N'.
           88 MASTER-FILE-OPEN      VALUE 'Y'.
       01 WS-MAST-EOF           PIC X VALUE 'N'.
           88 MASTER-AT-END         VALUE 'Y'.
       01 WS-ARCH-OUVERT        PIC X VALUE 'N'.
           88 ARCHIVE-FILE-OPEN     VALUE 'Y'.
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-AVN-EOF            PIC X VALUE 'N'.
           88 AVN-AT-END            VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-AGENCE             PIC X(3) VALUE SPACE.
       01 WS-MAST-NAME          PIC X(30) VALUE
           'assurances-master.dat'.
       01 WS-SNAP-NAME          PIC X(30) VALUE
           'assurances-snapshot.dat'.
       01 WS-ARCH-NAME          PIC X(30) VALUE
           'assurances-archive.dat'.
       01 WS-CLIENT-CODE        PIC X(4) VALUE SPACE.
       01 WS-CLIENT-NOM         PIC X(41) VALUE SPACE.
       01 WS-QUIT-SOURCE        PIC X VALUE 'N'.

       01 WS-BOOK-TABLE.
           02 BOOK-ROW OCCURS 101 TIMES.
            03 BK-ID          PIC X(8)  VALUE SPACE.
            03 BK-CONTRAT     PIC X(14) VALUE SPACE.
       01 WS-BOOK-COUNT         PIC 9(3) VALUE 0.
       01 WS-BOOK-IDX           PIC 9(3) VALUE 0.
       01 WS-BOOK-OVFL          PIC 9(3) VALUE 0.
       01 WS-BOOK-CHARGE        PIC X VALUE 'N'.
           88 BOOK-IS-LOADED        VALUE 'Y'.

       01 WS-BALANCE-TABLE.
           02 BAL-ENTRY OCCURS 101 TIMES.
            03 BL-ENTREPRISE  PIC X(41)  VALUE SPACE.
            03 BL-DEVISE      PIC X(3)   VALUE SPACE.
            03 BL-FACTURE     PIC S9(12) VALUE 0.
            03 BL-GL          PIC S9(12) VALUE 0.
            03 BL-NON-FACTURE PIC S9(12) VALUE 0.
            03 BL-NB-QUIT     PIC 9(5)   VALUE 0.
       01 WS-BAL-COUNT          PIC 9(3) VALUE 0.
       01 WS-BAL-IDX            PIC 9(3) VALUE 0.
       01 WS-BAL-OVFL           PIC 9(3) VALUE 0.
       01 WS-KEY-ENTREPRISE     PIC X(41) VALUE SPACE.
       01 WS-KEY-DEVISE         PIC X(3)  VALUE SPACE.

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
       01 WS-AVN-TROUVE         PIC X VALUE 'N'.

       01 WS-PRIX-TEXT          PIC X(12).
       01 WS-PRIX-VALUE         PIC S9(10).
       01 WS-PRIX-NEG           PIC X.
       01 WS-PRIX-POS           PIC 9(2).
       01 WS-PRIX-CHAR          PIC X.
       01 WS-PRIX-DIGIT         PIC 9.

       01 WS-AFF-TABLE.
           02 AFF-ROW OCCURS 101 TIMES.
            03 AF-REP         PIC X(4)  VALUE SPACE.
            03 AF-ASSU        PIC X(8)  VALUE SPACE.
       01 WS-AFF-COUNT          PIC 9(3) VALUE 0.
       01 WS-AFF-IDX            PIC 9(3) VALUE 0.
       01 WS-AFF-OVFL           PIC 9(3) VALUE 0.
       01 WS-AFF-AU-LIVRE       PIC 9(3) VALUE 0.

       01 WS-GL-NB-LIGNES       PIC 9(5) VALUE 0.
       01 WS-GL-HASH            PIC 9(12) VALUE 0.
       01 WS-GL-HASH-WK         PIC S9(10) VALUE 0.
       01 WS-GL-DEBITS          PIC S9(12) VALUE 0.
       01 WS-GL-CREDITS         PIC S9(12) VALUE 0.
       01 WS-GL-TRAILER-LU      PIC X VALUE 'N'.
           88 GL-TRAILER-FOUND      VALUE 'Y'.

       01 WS-ECART              PIC S9(12) VALUE 0.
       01 WS-TOT-FACTURE        PIC S9(12) VALUE 0.
       01 WS-TOT-GL             PIC S9(12) VALUE 0.
       01 WS-TOT-NON-FACTURE    PIC S9(12) VALUE 0.
       01 WS-NB-NON-FACTURES    PIC 9(5) VALUE 0.
       01 WS-NB-QUIT-ARCHIVEES  PIC 9(5) VALUE 0.
       01 WS-TOT-COMMISSIONS    PIC S9(12) VALUE 0.
       01 WS-TOT-SINISTRES      PIC S9(12) VALUE 0.
       01 WS-NB-ECARTS          PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS-PRIMES   PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS-COM      PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS-SIN      PIC 9(5) VALUE 0.
       01 WS-NB-QUIT-LUES       PIC 9(5) VALUE 0.
       01 WS-NB-PAYABLES        PIC 9(5) VALUE 0.
       01 WS-NB-SINISTRES       PIC 9(5) VALUE 0.
       01 WS-NB-NON-CONTROLES   PIC 9(3) VALUE 0.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-PRINT-LINE         PIC X(125).
       01 WS-MOTIF              PIC X(40) VALUE SPACE.
       01 WS-AMOUNT-1           PIC -(11)9.
       01 WS-AMOUNT-2           PIC -(11)9.
       01 WS-AMOUNT-3           PIC -(11)9.
       01 WS-AMOUNT-4           PIC -(11)9.
       01 WS-NB-DISPLAY         PIC ZZZZ9.

       01 TETE-EQUILIBRAGE  PIC X(125) VALUE
           "    EQUILIBRAGE MASTER/QUITTANCES/GL/COMMISSIONS/SINISTRES".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAM-CARD.

           OPEN OUTPUT RAPPORT-EQUILIBRAGE.
           MOVE ALL '=' TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE TETE-EQUILIBRAGE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "RUN DU " WS-RUN-DATE
               " - LIVRE " WS-SNAP-NAME
               " - SEULS LES ECARTS SONT LISTES"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE ALL '=' TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

           PERFORM LOAD-BOOK.
           PERFORM CHECK-PRIMES.
           PERFORM CHECK-COMMISSIONS.
           PERFORM CHECK-SINISTRES.

           MOVE ALL '=' TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "ECARTS PRIMES/GL=" WS-NB-ECARTS-PRIMES
               " COMMISSIONS=" WS-NB-ECARTS-COM
               " SINISTRES=" WS-NB-ECARTS-SIN
               " TOTAL=" WS-NB-ECARTS
               " CONTROLES NON EFFECTUES=" WS-NB-NON-CONTROLES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF WS-NB-ECARTS = 0 AND WS-NB-NON-CONTROLES = 0
               STRING "SOUS-SYSTEMES EQUILIBRES"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "SOUS-SYSTEMES NON EQUILIBRES - VOIR LES ECARTS "
                   "CI-DESSUS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           CLOSE RAPPORT-EQUILIBRAGE.

           IF WS-BOOK-OVFL > 0 OR WS-BAL-OVFL > 0 OR WS-AFF-OVFL > 0
               OR WS-AVN-OVFL > 0
               IF WS-MAX-SEVERITY < 4
                   MOVE 4 TO WS-MAX-SEVERITY
               END-IF
           END-IF.
           IF WS-NB-ECARTS > 0 OR WS-NB-NON-CONTROLES > 0
               MOVE 8 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "EQUILIBR: " WS-NB-ECARTS " ECART(S), "
               WS-NB-NON-CONTROLES " CONTROLE(S) NON EFFECTUE(S)".
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

       BUILD-AGENCY-NAMES.
           IF WS-AGENCE = SPACE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AGENCE ACTIVE : " WS-AGENCE.
           MOVE SPACE TO WS-MAST-NAME.
           STRING 'assurances-master-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-MAST-NAME.
           MOVE SPACE TO WS-SNAP-NAME.
           STRING 'assurances-snapshot-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-SNAP-NAME.
           MOVE SPACE TO WS-ARCH-NAME.
           STRING 'assurances-archive-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-ARCH-NAME.

       WRITE-SECTION-TITLE.
           MOVE ALL '-' TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE ALL '-' TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       WRITE-NON-CONTROLE.
           ADD 1 TO WS-NB-NON-CONTROLES.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  CONTROLE NON EFFECTUE : " WS-MOTIF
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       LOAD-BOOK.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = '35'
               DISPLAY "WARNING: " WS-SNAP-NAME " NOT FOUND"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BOOK-CHARGE.
           MOVE 'N' TO WS-SNAP-EOF.
           PERFORM UNTIL SNAP-AT-END
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-SNAP-EOF
                   NOT AT END
                       IF WS-BOOK-COUNT < 101
                           ADD 1 TO WS-BOOK-COUNT
                           MOVE SNAP-ID TO BK-ID(WS-BOOK-COUNT)
                           MOVE SNAP-CONTRAT TO
                               BK-CONTRAT(WS-BOOK-COUNT)
                       ELSE
                           ADD 1 TO WS-BOOK-OVFL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

       CHECK-PRIMES.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "1. PRIMES FACTUREES (quittances.dat) = PRIMES "
               "COMPTABILISEES (interface-gl.dat, 411000) PAR "
               "ENTREPRISE ET DEVISE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SECTION-TITLE.
           OPEN INPUT GL-INTERFACE.
           IF WS-GL-STATUS = '35'
               MOVE "interface-gl.dat ABSENT" TO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-GL-EOF.
           PERFORM UNTIL GL-AT-END
               READ GL-INTERFACE
                   AT END
                       MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-GL
               END-READ
           END-PERFORM.
           CLOSE GL-INTERFACE.
           PERFORM CHECK-GL-CONTROLES.

           OPEN INPUT QUITTANCES.
           IF WS-QUIT-STATUS = '35'
               MOVE "quittances.dat ABSENT" TO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ASSU-MASTER.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '05'
               DISPLAY "ABEND: ASSU-MASTER OPEN ERROR STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ASSU-ARCHIVE.
           IF WS-ARCH-STATUS = '00'
               MOVE 'Y' TO WS-ARCH-OUVERT
           END-IF.
           MOVE 'N' TO WS-QUIT-EOF.
           PERFORM UNTIL QUIT-AT-END
               READ QUITTANCES
                   AT END
                       MOVE 'Y' TO WS-QUIT-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-QUIT-LUES
                       PERFORM NOTE-ONE-QUITTANCE
               END-READ
           END-PERFORM.
           CLOSE QUITTANCES.
           IF ARCHIVE-FILE-OPEN
               CLOSE ASSU-ARCHIVE
           END-IF.
           PERFORM SCAN-NON-FACTURES.
           CLOSE ASSU-MASTER.

           MOVE 1 TO WS-BAL-IDX.
           PERFORM UNTIL WS-BAL-IDX > WS-BAL-COUNT
               ADD BL-FACTURE(WS-BAL-IDX) TO WS-TOT-FACTURE
               ADD BL-NON-FACTURE(WS-BAL-IDX) TO WS-TOT-NON-FACTURE
               ADD BL-GL(WS-BAL-IDX) TO WS-TOT-GL
               IF BL-FACTURE(WS-BAL-IDX) + BL-NON-FACTURE(WS-BAL-IDX)
                   NOT = BL-GL(WS-BAL-IDX)
                   PERFORM WRITE-ECART-PRIME
               END-IF
               ADD 1 TO WS-BAL-IDX
           END-PERFORM.
           MOVE WS-TOT-FACTURE TO WS-AMOUNT-1.
           MOVE WS-TOT-GL TO WS-AMOUNT-2.
           MOVE WS-BAL-COUNT TO WS-NB-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " WS-NB-QUIT-LUES " QUITTANCES, "
               WS-NB-DISPLAY " COUPLES ENTREPRISE/DEVISE - FACTURE="
               WS-AMOUNT-1 " GL=" WS-AMOUNT-2
               " (TOUTES DEVISES CONFONDUES)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.
           MOVE WS-TOT-NON-FACTURE TO WS-AMOUNT-1.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " WS-NB-NON-FACTURES
               " CONTRATS NON ACTIFS NON FACTURES=" WS-AMOUNT-1
               " - " WS-NB-QUIT-ARCHIVEES
               " QUITTANCES SUR CONTRATS ARCHIVES"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       NOTE-ONE-GL.
           IF GL-TYPE = 'T'
               MOVE 'Y' TO WS-GL-TRAILER-LU
               PERFORM CHECK-GL-TRAILER
               EXIT PARAGRAPH
           END-IF.
           IF GL-TYPE NOT = 'D' AND GL-TYPE NOT = 'C'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GL-NB-LIGNES.
           IF GL-MONTANT-EUR NOT NUMERIC OR GL-MONTANT NOT NUMERIC
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART GL : MONTANT NON NUMERIQUE, "
                   GL-ENTREPRISE " " GL-DEVISE " " GL-COMPTE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
               EXIT PARAGRAPH
           END-IF.
           MOVE GL-MONTANT-EUR TO WS-GL-HASH-WK.
           IF WS-GL-HASH-WK < 0
               COMPUTE WS-GL-HASH-WK = 0 - WS-GL-HASH-WK
           END-IF.
           ADD WS-GL-HASH-WK TO WS-GL-HASH
               ON SIZE ERROR
                   SUBTRACT 999999999999 FROM WS-GL-HASH
                   ADD WS-GL-HASH-WK TO WS-GL-HASH
           END-ADD.
           IF GL-TYPE = 'D'
               ADD GL-MONTANT-EUR TO WS-GL-DEBITS
           ELSE
               ADD GL-MONTANT-EUR TO WS-GL-CREDITS
           END-IF.
           IF GL-TYPE = 'D' AND GL-COMPTE = '411000'
               MOVE GL-ENTREPRISE TO WS-KEY-ENTREPRISE
               MOVE GL-DEVISE TO WS-KEY-DEVISE
               PERFORM FIND-BALANCE-SLOT
               IF WS-BAL-IDX > 0
                   ADD GL-MONTANT TO BL-GL(WS-BAL-IDX)
               END-IF
           END-IF.

       CHECK-GL-TRAILER.
           IF GL-TRL-NB NOT NUMERIC OR GL-TRL-HASH NOT NUMERIC
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART GL : ENREGISTREMENT DE FIN ILLISIBLE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
               EXIT PARAGRAPH
           END-IF.
           IF GL-TRL-NB NOT = WS-GL-NB-LIGNES
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART GL : " WS-GL-NB-LIGNES
                   " ECRITURES LUES, " GL-TRL-NB
                   " ANNONCEES PAR L'ENREGISTREMENT DE FIN"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
           END-IF.
           IF GL-TRL-HASH NOT = WS-GL-HASH
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART GL : TOTAL DE CONTROLE CALCULE "
                   WS-GL-HASH " ANNONCE " GL-TRL-HASH
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
           END-IF.

       CHECK-GL-CONTROLES.
           IF NOT GL-TRAILER-FOUND
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART GL : PAS D'ENREGISTREMENT DE FIN, "
                   "FICHIER INCOMPLET"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
           END-IF.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               MOVE WS-GL-DEBITS TO WS-AMOUNT-1
               MOVE WS-GL-CREDITS TO WS-AMOUNT-2
               COMPUTE WS-ECART = WS-GL-DEBITS - WS-GL-CREDITS
               MOVE WS-ECART TO WS-AMOUNT-3
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART GL : DEBITS EUR=" WS-AMOUNT-1
                   " CREDITS EUR=" WS-AMOUNT-2
                   " ECART=" WS-AMOUNT-3
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
           END-IF.

       NOTE-ONE-QUITTANCE.
           IF QUIT-PRIX NOT NUMERIC
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART QUITTANCE " QUIT-ID " " QUIT-CONTRAT
                   " : MONTANT NON NUMERIQUE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'M' TO WS-QUIT-SOURCE.
           MOVE QUIT-ID TO MAST-ID.
           MOVE QUIT-CONTRAT TO MAST-CONTRAT.
           READ ASSU-MASTER
               INVALID KEY
                   PERFORM FIND-QUITTANCE-ARCHIVE
               NOT INVALID KEY
                   MOVE MAST-DATA(119:3) TO WS-KEY-DEVISE
           END-READ.
           IF WS-QUIT-SOURCE = 'N'
               MOVE QUIT-PRIX TO WS-AMOUNT-1
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART QUITTANCE " QUIT-ID " "
                   QUIT-CONTRAT " " WS-AMOUNT-1
                   " : CONTRAT ABSENT DU MASTER, DEVISE INCONNUE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-PRIMES
               EXIT PARAGRAPH
           END-IF.
           MOVE QUIT-ENTREPRISE TO WS-KEY-ENTREPRISE.
           PERFORM FIND-BALANCE-SLOT.
           IF WS-BAL-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD QUIT-PRIX TO BL-FACTURE(WS-BAL-IDX).
           ADD 1 TO BL-NB-QUIT(WS-BAL-IDX).

       FIND-QUITTANCE-ARCHIVE.
           MOVE 'N' TO WS-QUIT-SOURCE.
           IF NOT ARCHIVE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE QUIT-ID TO ARCH-ID.
           MOVE QUIT-CONTRAT TO ARCH-CONTRAT.
           READ ASSU-ARCHIVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'A' TO WS-QUIT-SOURCE.
           MOVE ARCH-DATA(119:3) TO WS-KEY-DEVISE.
           ADD 1 TO WS-NB-QUIT-ARCHIVEES.

       SCAN-NON-FACTURES.
           PERFORM LOAD-AVENANTS.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
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
                       PERFORM NOTE-ONE-NON-FACTURE
               END-READ
           END-PERFORM.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.

       NOTE-ONE-NON-FACTURE.
           IF MAST-DATA(82:8) = 'ACTIF'
               EXIT PARAGRAPH
           END-IF.
           IF MAST-DATA(40:41) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           PERFORM COMPUTE-PRIX-AVENANT.
           PERFORM RESOLVE-MAST-CLIENT.
           MOVE WS-CLIENT-NOM TO WS-KEY-ENTREPRISE.
           MOVE MAST-DATA(119:3) TO WS-KEY-DEVISE.
           PERFORM FIND-BALANCE-SLOT.
           IF WS-BAL-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WS-PRIX-VALUE TO BL-NON-FACTURE(WS-BAL-IDX).
           ADD 1 TO WS-NB-NON-FACTURES.

       COMPUTE-PRIX-AVENANT.
           MOVE 'N' TO WS-AVN-TROUVE.
           MOVE 1 TO WS-AVN-IDX.
           PERFORM UNTIL WS-AVN-IDX > WS-AVN-COUNT
               IF AV-ID(WS-AVN-IDX) = MAST-ID
                   AND AV-CONTRAT(WS-AVN-IDX) = MAST-CONTRAT
                   AND AV-ECHEANCE(WS-AVN-IDX) = MAST-DATA(91:8)
                   IF WS-AVN-TROUVE = 'N'
                       MOVE 'Y' TO WS-AVN-TROUVE
                       MOVE AV-ANCIEN(WS-AVN-IDX) TO WS-PRIX-VALUE
                   END-IF
                   ADD AV-PRORATA(WS-AVN-IDX) TO WS-PRIX-VALUE
               END-IF
               ADD 1 TO WS-AVN-IDX
           END-PERFORM.

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

       FIND-BALANCE-SLOT.
           MOVE 1 TO WS-BAL-IDX.
           PERFORM UNTIL WS-BAL-IDX > WS-BAL-COUNT
               IF BL-ENTREPRISE(WS-BAL-IDX) = WS-KEY-ENTREPRISE
                   AND BL-DEVISE(WS-BAL-IDX) = WS-KEY-DEVISE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BAL-IDX
           END-PERFORM.
           IF WS-BAL-COUNT NOT < 101
               ADD 1 TO WS-BAL-OVFL
               MOVE 0 TO WS-BAL-IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BAL-COUNT.
           MOVE WS-BAL-COUNT TO WS-BAL-IDX.
           MOVE WS-KEY-ENTREPRISE TO BL-ENTREPRISE(WS-BAL-IDX).
           MOVE WS-KEY-DEVISE TO BL-DEVISE(WS-BAL-IDX).

       WRITE-ECART-PRIME.
           ADD 1 TO WS-NB-ECARTS-PRIMES.
           COMPUTE WS-ECART = BL-FACTURE(WS-BAL-IDX)
               + BL-NON-FACTURE(WS-BAL-IDX) - BL-GL(WS-BAL-IDX).
           MOVE BL-FACTURE(WS-BAL-IDX) TO WS-AMOUNT-1.
           MOVE BL-NON-FACTURE(WS-BAL-IDX) TO WS-AMOUNT-2.
           MOVE BL-GL(WS-BAL-IDX) TO WS-AMOUNT-3.
           MOVE WS-ECART TO WS-AMOUNT-4.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  ECART " BL-ENTREPRISE(WS-BAL-IDX) " "
               BL-DEVISE(WS-BAL-IDX)
               " ECART=" WS-AMOUNT-4
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ECART-LIGNE.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "        FACTURE=" WS-AMOUNT-1
               " NON FACTURE=" WS-AMOUNT-2
               " GL=" WS-AMOUNT-3
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       WRITE-ECART-LIGNE.
           ADD 1 TO WS-NB-ECARTS.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       CHECK-COMMISSIONS.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "2. COMMISSIONS (commissions-payables.dat) "
               "UNIQUEMENT SUR DES CONTRATS DU LIVRE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SECTION-TITLE.
           IF NOT BOOK-IS-LOADED
               MOVE SPACE TO WS-MOTIF
               STRING WS-SNAP-NAME " ABSENT"
                   DELIMITED BY SIZE INTO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AFFECTATIONS.
           IF WS-AFF-STATUS = '35'
               MOVE "affectations-reps.dat ABSENT" TO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-AFF-EOF.
           PERFORM UNTIL AFF-AT-END
               READ AFFECTATIONS
                   AT END
                       MOVE 'Y' TO WS-AFF-EOF
                   NOT AT END
                       IF WS-AFF-COUNT < 101
                           ADD 1 TO WS-AFF-COUNT
                           MOVE AFF-REP-ID TO AF-REP(WS-AFF-COUNT)
                           MOVE AFF-ASSU-ID TO AF-ASSU(WS-AFF-COUNT)
                       ELSE
                           ADD 1 TO WS-AFF-OVFL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AFFECTATIONS.
           OPEN INPUT COMMISSIONS-PAYABLES.
           IF WS-PAYE-STATUS = '35'
               MOVE "commissions-payables.dat ABSENT" TO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-PAYE-EOF.
           PERFORM UNTIL PAYE-AT-END
               READ COMMISSIONS-PAYABLES
                   AT END
                       MOVE 'Y' TO WS-PAYE-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-PAYABLES
                       PERFORM CHECK-ONE-PAYABLE
               END-READ
           END-PERFORM.
           CLOSE COMMISSIONS-PAYABLES.
           MOVE WS-TOT-COMMISSIONS TO WS-AMOUNT-1.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " WS-NB-PAYABLES " COMMISSIONS CONTROLEES POUR "
               WS-AMOUNT-1 " - " WS-BOOK-COUNT " CONTRATS AU LIVRE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       CHECK-ONE-PAYABLE.
           IF PAYE-MONTANT NOT NUMERIC
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART REPRESENTANT " PAYE-REP-ID
                   " : MONTANT DE COMMISSION NON NUMERIQUE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-COM
               EXIT PARAGRAPH
           END-IF.
           ADD PAYE-MONTANT TO WS-TOT-COMMISSIONS.
           IF PAYE-MONTANT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE PAYE-MONTANT TO WS-AMOUNT-1.
           MOVE 0 TO WS-AFF-AU-LIVRE.
           MOVE 1 TO WS-AFF-IDX.
           PERFORM UNTIL WS-AFF-IDX > WS-AFF-COUNT
               IF AF-REP(WS-AFF-IDX) = PAYE-REP-ID
                   PERFORM CHECK-ONE-AFFECTATION
               END-IF
               ADD 1 TO WS-AFF-IDX
           END-PERFORM.
           IF WS-AFF-AU-LIVRE = 0
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECART REPRESENTANT " PAYE-REP-ID
                   " COMMISSION=" WS-AMOUNT-1
                   " : AUCUN CONTRAT AFFECTE PRESENT AU LIVRE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-ECART-LIGNE
               ADD 1 TO WS-NB-ECARTS-COM
           END-IF.

       CHECK-ONE-AFFECTATION.
           MOVE 1 TO WS-BOOK-IDX.
           PERFORM UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
               IF BK-ID(WS-BOOK-IDX) = AF-ASSU(WS-AFF-IDX)
                   ADD 1 TO WS-AFF-AU-LIVRE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BOOK-IDX
           END-PERFORM.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  ECART REPRESENTANT " PAYE-REP-ID
               " COMMISSION=" WS-AMOUNT-1
               " : CONTRAT AFFECTE " AF-ASSU(WS-AFF-IDX)
               " ABSENT DU LIVRE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ECART-LIGNE.
           ADD 1 TO WS-NB-ECARTS-COM.

       CHECK-SINISTRES.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "3. SINISTRES (sinistres.dat) UNIQUEMENT SUR DES "
               "CLES ID/CONTRAT DU LIVRE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-SECTION-TITLE.
           IF NOT BOOK-IS-LOADED
               MOVE SPACE TO WS-MOTIF
               STRING WS-SNAP-NAME " ABSENT"
                   DELIMITED BY SIZE INTO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SINISTRES.
           IF WS-SIN-STATUS = '35'
               MOVE "sinistres.dat ABSENT" TO WS-MOTIF
               PERFORM WRITE-NON-CONTROLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SIN-EOF.
           PERFORM UNTIL SIN-AT-END
               READ SINISTRES
                   AT END
                       MOVE 'Y' TO WS-SIN-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-SINISTRES
                       PERFORM CHECK-ONE-SINISTRE
               END-READ
           END-PERFORM.
           CLOSE SINISTRES.
           MOVE WS-TOT-SINISTRES TO WS-AMOUNT-1.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " WS-NB-SINISTRES " SINISTRES CONTROLES POUR "
               WS-AMOUNT-1
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO EQUILIBRAGE-ENTRY.
           WRITE EQUILIBRAGE-ENTRY.

       CHECK-ONE-SINISTRE.
           IF SIN-MONTANT IS NUMERIC
               ADD SIN-MONTANT TO WS-TOT-SINISTRES
               MOVE SIN-MONTANT TO WS-AMOUNT-1
           ELSE
               MOVE 0 TO WS-AMOUNT-1
           END-IF.
           MOVE 1 TO WS-BOOK-IDX.
           PERFORM UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
               IF BK-ID(WS-BOOK-IDX) = SIN-ID
                   AND BK-CONTRAT(WS-BOOK-IDX) = SIN-CONTRAT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BOOK-IDX
           END-PERFORM.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  ECART SINISTRE " SIN-ID " " SIN-CONTRAT
               " DU " SIN-DATE " MONTANT=" WS-AMOUNT-1
               " : CLE INCONNUE DU LIVRE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-ECART-LIGNE.
           ADD 1 TO WS-NB-ECARTS-SIN.
