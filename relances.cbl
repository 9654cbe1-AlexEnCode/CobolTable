       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELANCES.

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

           SELECT OPTIONAL PAIEMENTS ASSIGN TO 'paiements-banque.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

           SELECT OPTIONAL HISTO-RELANCES ASSIGN TO
           'historique-relances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-HREL-STATUS.

           SELECT OPTIONAL REJETS-PRLV ASSIGN TO
           'rejets-prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJET-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT OPTIONAL MOUVEMENTS ASSIGN TO
           'mouvements-assurances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MVT-STATUS.

           SELECT LETTRES ASSIGN TO 'lettres-relance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LET-STATUS.

           SELECT RAPPORT-RELANCES ASSIGN TO 'rapport-relances.dat'
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

       FD HISTO-RELANCES
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE IS F.

       01 HREL-RECORD.
           02 HREL-ID              PIC X(8).
           02 FILLER               PIC X.
           02 HREL-CONTRAT         PIC X(14).
           02 FILLER               PIC X.
           02 HREL-ECHEANCE        PIC 9(8).
           02 FILLER               PIC X.
           02 HREL-STADE           PIC 9.
           02 FILLER               PIC X.
           02 HREL-DATE            PIC 9(8).
           02 FILLER               PIC X.
           02 HREL-MONTANT         PIC S9(10) SIGN LEADING SEPARATE.

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

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       FD MOUVEMENTS
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE IS F.

       01 MOUVEMENT-RECORD.
           02 MVT-CODE             PIC X.
           02 FILLER               PIC X.
           02 MVT-ORIGIN           PIC X(5).
           02 FILLER               PIC X.
           02 MVT-DATA             PIC X(125).

       FD LETTRES
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 LETTRE-ENTRY          PIC X(125).

       FD RAPPORT-RELANCES
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 RELANCES-ENTRY        PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-QUIT-STATUS        PIC X(2).
       01 WS-PAY-STATUS         PIC X(2).
       01 WS-HREL-STATUS        PIC X(2).
       01 WS-REJET-STATUS       PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-MVT-STATUS         PIC X(2).
       01 WS-LET-STATUS         PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-CLI-TROUVE         PIC X VALUE 'N'.
           88 CLIENT-WAS-FOUND      VALUE 'Y'.
       01 WS-QUIT-EOF           PIC X VALUE 'N'.
           88 QUIT-AT-END           VALUE 'Y'.
       01 WS-PAY-EOF            PIC X VALUE 'N'.
           88 PAY-AT-END            VALUE 'Y'.
       01 WS-HREL-EOF           PIC X VALUE 'N'.
           88 HREL-AT-END           VALUE 'Y'.
       01 WS-REJET-EOF          PIC X VALUE 'N'.
           88 REJET-AT-END          VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-RUN-MODE           PIC X(10) VALUE 'NORMAL'.
           88 SIMULATION-MODE       VALUE 'SIMULATION'.
       01 WS-AGENCE             PIC X(3) VALUE SPACE.
       01 WS-MAST-NAME          PIC X(30) VALUE
           'assurances-master.dat'.
       01 WS-ETAT-FINAL         PIC X(8) VALUE 'SUSPENDU'.
       01 WS-DELAI-RELANCE      PIC 9(3) VALUE 15.

       01 WS-QUIT-TABLE.
           02 QUIT-ROW OCCURS 101 TIMES.
            03 QT-ID          PIC X(8)  VALUE SPACE.
            03 QT-CONTRAT     PIC X(14) VALUE SPACE.
            03 QT-ENTREPRISE  PIC X(41) VALUE SPACE.
            03 QT-ECHEANCE    PIC 9(8)  VALUE 0.
            03 QT-PRIX        PIC S9(10) VALUE 0.
            03 QT-STADE       PIC 9     VALUE 0.
            03 QT-STADE-DATE  PIC 9(8)  VALUE 0.
            03 QT-DERN-PAY    PIC 9(8)  VALUE 0.
            03 QT-CIBLE       PIC 9     VALUE 0.
            03 QT-ENVOI       PIC 9     VALUE 0.
            03 QT-IMPRIME     PIC X     VALUE 'N'.
            03 QT-REJET-PRLV  PIC X     VALUE 'N'.
       01 WS-QUIT-COUNT         PIC 9(3) VALUE 0.
       01 WS-QUIT-IDX           PIC 9(3) VALUE 0.
       01 WS-QUIT-OVFL          PIC 9(3) VALUE 0.
       01 WS-LET-IDX            PIC 9(3) VALUE 0.
       01 WS-MVT-IDX            PIC 9(3) VALUE 0.
       01 WS-MVT-DEJA-EMIS      PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-DAYS           PIC 9(7) VALUE 0.
       01 WS-DATE-DAYS          PIC 9(7) VALUE 0.
       01 WS-JOURS-RETARD       PIC S9(7) VALUE 0.
       01 WS-JOURS-DEPUIS       PIC S9(7) VALUE 0.
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

       01 WS-STADE-LIBELLES.
           02 FILLER PIC X(30) VALUE "PREMIERE RELANCE".
           02 FILLER PIC X(30) VALUE "MISE EN DEMEURE".
           02 FILLER PIC X(30) VALUE "AVIS DE RESILIATION".
       01 WS-STADE-TABLE REDEFINES WS-STADE-LIBELLES.
           02 WS-STADE-LIBELLE OCCURS 3 TIMES PIC X(30).

       01 WS-NB-QUIT-LUES       PIC 9(3) VALUE 0.
       01 WS-NB-IMPAYES         PIC 9(3) VALUE 0.
       01 WS-NB-HISTO           PIC 9(5) VALUE 0.
       01 WS-NB-REJETS-PRLV     PIC 9(3) VALUE 0.
       01 WS-NB-STADE-1         PIC 9(3) VALUE 0.
       01 WS-NB-STADE-2         PIC 9(3) VALUE 0.
       01 WS-NB-STADE-3         PIC 9(3) VALUE 0.
       01 WS-NB-PAYES-DEPUIS    PIC 9(3) VALUE 0.
       01 WS-NB-DEJA-ENVOYES    PIC 9(3) VALUE 0.
       01 WS-NB-TROP-TOT        PIC 9(3) VALUE 0.
       01 WS-NB-MVTS            PIC 9(3) VALUE 0.
       01 WS-NB-HORS-MASTER     PIC 9(3) VALUE 0.
       01 WS-NB-LETTRES         PIC 9(3) VALUE 0.
       01 WS-NB-SANS-ADRESSE    PIC 9(3) VALUE 0.
       01 WS-LET-TOTAL          PIC S9(10) VALUE 0.
       01 WS-LET-NB             PIC 9(3) VALUE 0.
       01 WS-LET-ENTREPRISE     PIC X(41) VALUE SPACE.
       01 WS-LET-STADE          PIC 9 VALUE 0.
       01 WS-MVT-IMAGE          PIC X(125) VALUE SPACE.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIX-DISPLAY       PIC -(10)9.
       01 WS-TOTAL-DISPLAY      PIC -(10)9.
       01 WS-JOURS-DISPLAY      PIC ZZZZZZ9.

       01 TETE-RELANCES  PIC X(125) VALUE
           "                      RELANCES DES QUITTANCES IMPAYEES".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAM-CARD.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               DISPLAY "ABEND: RUN DATE INVALIDE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-RUN-DAYS.
           IF WS-ETAT-FINAL = 'SUSPENDU'
               MOVE "AVIS DE SUSPENSION" TO WS-STADE-LIBELLE(3)
           END-IF.

           PERFORM LOAD-QUITTANCES.
           IF WS-NB-IMPAYES = 0
               DISPLAY "AUCUNE QUITTANCE IMPAYEE - AUCUNE RELANCE"
           END-IF.
           PERFORM LOAD-HISTORIQUE.
           PERFORM LOAD-PAIEMENTS.
           PERFORM LOAD-REJETS-PRLV.

           OPEN OUTPUT RAPPORT-RELANCES.
           MOVE ALL '=' TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.
           MOVE TETE-RELANCES TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF SIMULATION-MODE
               STRING "RUN DU " WS-RUN-DATE
                   " - MODE SIMULATION, AUCUNE LETTRE NI MOUVEMENT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "RUN DU " WS-RUN-DATE
                   " - DERNIER STADE : PASSAGE A " WS-ETAT-FINAL
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.
           MOVE ALL '=' TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.

           PERFORM SELECT-RELANCES.

           IF NOT SIMULATION-MODE
               PERFORM WRITE-LETTRES
               PERFORM WRITE-HISTORIQUE
               PERFORM WRITE-MOUVEMENTS
           END-IF.

           MOVE ALL '=' TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "IMPAYES=" WS-NB-IMPAYES
               " RELANCE 1=" WS-NB-STADE-1
               " RELANCE 2=" WS-NB-STADE-2
               " RELANCE 3=" WS-NB-STADE-3
               " PAYES DEPUIS=" WS-NB-PAYES-DEPUIS
               " DEJA ENVOYES=" WS-NB-DEJA-ENVOYES
               " TROP TOT=" WS-NB-TROP-TOT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "LETTRES=" WS-NB-LETTRES
               " MOUVEMENTS=" WS-NB-MVTS
               " HORS MASTER=" WS-NB-HORS-MASTER
               " DEBORDEMENT=" WS-QUIT-OVFL
               " REJETS PRLV=" WS-NB-REJETS-PRLV
               " SANS ADRESSE=" WS-NB-SANS-ADRESSE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.
           CLOSE RAPPORT-RELANCES.

           IF WS-NB-HORS-MASTER > 0 OR WS-QUIT-OVFL > 0
               OR WS-NB-SANS-ADRESSE > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "RELANCES: " WS-NB-STADE-1 "/" WS-NB-STADE-2 "/"
               WS-NB-STADE-3 " RELANCES AUX STADES 1/2/3, "
               WS-NB-LETTRES " LETTRES, "
               WS-NB-MVTS " MOUVEMENTS EMIS".
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
           IF WS-PARAM-KEY = 'ETAT-RELANCE'
               IF WS-PARAM-VALUE(1:8) = 'SUSPENDU'
                   OR WS-PARAM-VALUE(1:8) = 'RESILIE'
                   MOVE WS-PARAM-VALUE(1:8) TO WS-ETAT-FINAL
               ELSE
                   DISPLAY "ETAT-RELANCE INCONNU IGNORE: "
                       WS-PARAM-VALUE(1:8)
               END-IF
           END-IF.
           IF WS-PARAM-KEY = 'DELAI-RELANCE'
               IF WS-PARAM-VALUE(1:3) IS NUMERIC
                   MOVE WS-PARAM-VALUE(1:3) TO WS-DELAI-RELANCE
               ELSE
                   DISPLAY "DELAI-RELANCE NON NUMERIQUE IGNORE: "
                       WS-PARAM-VALUE(1:3)
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

       LOAD-QUITTANCES.
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
                       PERFORM STORE-ONE-QUITTANCE
               END-READ
           END-PERFORM.
           CLOSE QUITTANCES.

       STORE-ONE-QUITTANCE.
           IF QUIT-REGLE = 'O'
               EXIT PARAGRAPH
           END-IF.
           IF QUIT-PRIX IS NUMERIC AND QUIT-PRIX < 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-QUIT-COUNT NOT < 101
               ADD 1 TO WS-QUIT-OVFL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-QUIT-COUNT.
           ADD 1 TO WS-NB-IMPAYES.
           MOVE QUIT-ID TO QT-ID(WS-QUIT-COUNT).
           MOVE QUIT-CONTRAT TO QT-CONTRAT(WS-QUIT-COUNT).
           MOVE QUIT-ENTREPRISE TO QT-ENTREPRISE(WS-QUIT-COUNT).
           MOVE QUIT-ECHEANCE TO QT-ECHEANCE(WS-QUIT-COUNT).
           IF QUIT-PRIX IS NUMERIC
               MOVE QUIT-PRIX TO QT-PRIX(WS-QUIT-COUNT)
           ELSE
               MOVE 0 TO QT-PRIX(WS-QUIT-COUNT)
           END-IF.
           MOVE 0 TO QT-STADE(WS-QUIT-COUNT).
           MOVE 0 TO QT-STADE-DATE(WS-QUIT-COUNT).
           MOVE 0 TO QT-DERN-PAY(WS-QUIT-COUNT).
           MOVE 0 TO QT-CIBLE(WS-QUIT-COUNT).
           MOVE 0 TO QT-ENVOI(WS-QUIT-COUNT).
           MOVE 'N' TO QT-IMPRIME(WS-QUIT-COUNT).
           MOVE 'N' TO QT-REJET-PRLV(WS-QUIT-COUNT).

       LOAD-HISTORIQUE.
           OPEN INPUT HISTO-RELANCES.
           IF WS-HREL-STATUS = '35'
               DISPLAY "NO DUNNING HISTORY - FIRST DUNNING RUN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HREL-EOF.
           PERFORM UNTIL HREL-AT-END
               READ HISTO-RELANCES
                   AT END
                       MOVE 'Y' TO WS-HREL-EOF
                   NOT AT END
                       ADD 1 TO WS-NB-HISTO
                       PERFORM NOTE-ONE-HISTORIQUE
               END-READ
           END-PERFORM.
           CLOSE HISTO-RELANCES.

       NOTE-ONE-HISTORIQUE.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ID(WS-QUIT-IDX) = HREL-ID
                   AND QT-CONTRAT(WS-QUIT-IDX) = HREL-CONTRAT
                   AND QT-ECHEANCE(WS-QUIT-IDX) = HREL-ECHEANCE
                   IF HREL-STADE > QT-STADE(WS-QUIT-IDX)
                       MOVE HREL-STADE TO QT-STADE(WS-QUIT-IDX)
                       MOVE HREL-DATE TO QT-STADE-DATE(WS-QUIT-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.

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
                       PERFORM NOTE-ONE-PAIEMENT
               END-READ
           END-PERFORM.
           CLOSE PAIEMENTS.

       NOTE-ONE-PAIEMENT.
           IF PAY-DATE NOT NUMERIC OR PAY-MONTANT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ID(WS-QUIT-IDX) = PAY-ID
                   AND QT-CONTRAT(WS-QUIT-IDX) = PAY-CONTRAT
                   AND PAY-MONTANT = QT-PRIX(WS-QUIT-IDX)
                   AND PAY-DATE > QT-DERN-PAY(WS-QUIT-IDX)
                   MOVE PAY-DATE TO QT-DERN-PAY(WS-QUIT-IDX)
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.

       LOAD-REJETS-PRLV.
           OPEN INPUT REJETS-PRLV.
           IF WS-REJET-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-REJET-EOF.
           PERFORM UNTIL REJET-AT-END
               READ REJETS-PRLV
                   AT END
                       MOVE 'Y' TO WS-REJET-EOF
                   NOT AT END
                       IF REJET-CODE(1:1) = 'R'
                           AND REJET-CODE(2:2) IS NUMERIC
                           PERFORM NOTE-ONE-REJET-PRLV
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJETS-PRLV.

       NOTE-ONE-REJET-PRLV.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ID(WS-QUIT-IDX) = REJET-ID
                   AND QT-CONTRAT(WS-QUIT-IDX) = REJET-CONTRAT
                   AND QT-REJET-PRLV(WS-QUIT-IDX) = 'N'
                   MOVE 'O' TO QT-REJET-PRLV(WS-QUIT-IDX)
                   ADD 1 TO WS-NB-REJETS-PRLV
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.

       SELECT-RELANCES.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               PERFORM SELECT-ONE-RELANCE
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.

       SELECT-ONE-RELANCE.
           MOVE QT-ECHEANCE(WS-QUIT-IDX) TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               EXIT PARAGRAPH
           END-IF.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-JOURS-RETARD = WS-RUN-DAYS - WS-DATE-DAYS.
           IF WS-JOURS-RETARD < 30
               IF QT-REJET-PRLV(WS-QUIT-IDX) = 'N'
                   OR WS-JOURS-RETARD < 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-JOURS-RETARD < 60
               MOVE 1 TO QT-CIBLE(WS-QUIT-IDX)
           ELSE
               IF WS-JOURS-RETARD < 90
                   MOVE 2 TO QT-CIBLE(WS-QUIT-IDX)
               ELSE
                   MOVE 3 TO QT-CIBLE(WS-QUIT-IDX)
               END-IF
           END-IF.
           IF QT-STADE(WS-QUIT-IDX) NOT < QT-CIBLE(WS-QUIT-IDX)
               ADD 1 TO WS-NB-DEJA-ENVOYES
               EXIT PARAGRAPH
           END-IF.
           IF QT-STADE(WS-QUIT-IDX) > 0
               IF QT-DERN-PAY(WS-QUIT-IDX)
                   NOT < QT-STADE-DATE(WS-QUIT-IDX)
                   ADD 1 TO WS-NB-PAYES-DEPUIS
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "  " QT-ID(WS-QUIT-IDX) " "
                       QT-CONTRAT(WS-QUIT-IDX)
                       " : PAIEMENT DU " QT-DERN-PAY(WS-QUIT-IDX)
                       " DEPUIS LA RELANCE DU "
                       QT-STADE-DATE(WS-QUIT-IDX) " - ECARTEE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO RELANCES-ENTRY
                   WRITE RELANCES-ENTRY
                   EXIT PARAGRAPH
               END-IF
               MOVE QT-STADE-DATE(WS-QUIT-IDX) TO WS-DATE-WORK
               PERFORM CHECK-DATE
               IF DATE-IS-VALID
                   PERFORM DATE-TO-DAYS
                   COMPUTE WS-JOURS-DEPUIS =
                       WS-RUN-DAYS - WS-DATE-DAYS
                   IF WS-JOURS-DEPUIS < WS-DELAI-RELANCE
                       ADD 1 TO WS-NB-TROP-TOT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           COMPUTE QT-ENVOI(WS-QUIT-IDX) = QT-STADE(WS-QUIT-IDX) + 1.
           EVALUATE QT-ENVOI(WS-QUIT-IDX)
               WHEN 1
                   ADD 1 TO WS-NB-STADE-1
               WHEN 2
                   ADD 1 TO WS-NB-STADE-2
               WHEN 3
                   ADD 1 TO WS-NB-STADE-3
           END-EVALUATE.
           MOVE QT-PRIX(WS-QUIT-IDX) TO WS-PRIX-DISPLAY.
           MOVE WS-JOURS-RETARD TO WS-JOURS-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " QT-ID(WS-QUIT-IDX) " " QT-CONTRAT(WS-QUIT-IDX)
               " " QT-ENTREPRISE(WS-QUIT-IDX)
               " ECH " QT-ECHEANCE(WS-QUIT-IDX)
               WS-JOURS-DISPLAY "J " WS-PRIX-DISPLAY
               " STADE " QT-ENVOI(WS-QUIT-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF QT-REJET-PRLV(WS-QUIT-IDX) = 'O'
               MOVE "PRLV REJETE" TO WS-PRINT-LINE(110:11)
           END-IF.
           MOVE WS-PRINT-LINE TO RELANCES-ENTRY.
           WRITE RELANCES-ENTRY.

       WRITE-LETTRES.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "LETTERS WITHOUT BILLING ADDRESS"
           END-IF.
           OPEN OUTPUT LETTRES.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ENVOI(WS-QUIT-IDX) > 0
                   AND QT-IMPRIME(WS-QUIT-IDX) = 'N'
                   PERFORM WRITE-ONE-LETTRE
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.
           CLOSE LETTRES.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.

       WRITE-ONE-LETTRE.
           MOVE QT-ENTREPRISE(WS-QUIT-IDX) TO WS-LET-ENTREPRISE.
           MOVE QT-ENVOI(WS-QUIT-IDX) TO WS-LET-STADE.
           MOVE 0 TO WS-LET-TOTAL.
           MOVE 0 TO WS-LET-NB.
           ADD 1 TO WS-NB-LETTRES.
           PERFORM FIND-LETTRE-CLIENT.
           MOVE ALL '=' TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF CLIENT-WAS-FOUND AND CLI-CONTACT NOT = SPACE
               STRING "A L'ATTENTION DE " CLI-CONTACT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "A L'ATTENTION DU SERVICE COMPTABILITE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING WS-LET-ENTREPRISE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           IF CLIENT-WAS-FOUND
               MOVE SPACE TO WS-PRINT-LINE
               STRING CLI-ADR-RUE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO LETTRE-ENTRY
               WRITE LETTRE-ENTRY
               MOVE SPACE TO WS-PRINT-LINE
               STRING CLI-ADR-CP " " CLI-ADR-VILLE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO LETTRE-ENTRY
               WRITE LETTRE-ENTRY
           END-IF.
           MOVE SPACE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "LE " WS-RUN-DATE
               "          OBJET : " WS-STADE-LIBELLE(WS-LET-STADE)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE SPACE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           EVALUATE WS-LET-STADE
               WHEN 1
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "SAUF ERREUR DE NOTRE PART, LES QUITTANCES "
                       "CI-DESSOUS RESTENT IMPAYEES A CE JOUR."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO LETTRE-ENTRY
                   WRITE LETTRE-ENTRY
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "NOUS VOUS REMERCIONS DE BIEN VOULOIR EN "
                       "REGLER LE MONTANT DANS LES MEILLEURS DELAIS."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO LETTRE-ENTRY
                   WRITE LETTRE-ENTRY
               WHEN 2
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "MALGRE NOTRE PRECEDENTE RELANCE, LES "
                       "QUITTANCES CI-DESSOUS RESTENT IMPAYEES."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO LETTRE-ENTRY
                   WRITE LETTRE-ENTRY
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "NOUS VOUS METTONS EN DEMEURE D'EN REGLER LE "
                       "MONTANT SOUS QUINZE JOURS."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO LETTRE-ENTRY
                   WRITE LETTRE-ENTRY
               WHEN 3
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "A DEFAUT DE REGLEMENT APRES MISE EN DEMEURE,"
                       " LES CONTRATS CI-DESSOUS PASSENT A L'ETAT :"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO LETTRE-ENTRY
                   WRITE LETTRE-ENTRY
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "    " WS-ETAT-FINAL
                       " A COMPTER DU " WS-RUN-DATE "."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO LETTRE-ENTRY
                   WRITE LETTRE-ENTRY
           END-EVALUATE.
           MOVE SPACE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE "  ID       CONTRAT        ECHEANCE     MONTANT"
               TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE ALL '-' TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE WS-QUIT-IDX TO WS-LET-IDX.
           PERFORM UNTIL WS-LET-IDX > WS-QUIT-COUNT
               IF QT-ENVOI(WS-LET-IDX) = WS-LET-STADE
                   AND QT-IMPRIME(WS-LET-IDX) = 'N'
                   AND QT-ENTREPRISE(WS-LET-IDX) = WS-LET-ENTREPRISE
                   PERFORM WRITE-ONE-LIGNE-LETTRE
               END-IF
               ADD 1 TO WS-LET-IDX
           END-PERFORM.
           MOVE ALL '-' TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE WS-LET-TOTAL TO WS-TOTAL-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  TOTAL DU : " WS-TOTAL-DISPLAY
               " SUR " WS-LET-NB " QUITTANCE(S)"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE SPACE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.
           MOVE "LE SERVICE RECOUVREMENT" TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.

       FIND-LETTRE-CLIENT.
           MOVE 'N' TO WS-CLI-TROUVE.
           IF CLIENT-FILE-OPEN
               MOVE WS-LET-ENTREPRISE TO CLI-RAISON-SOCIALE
               READ CLIENT-MASTER KEY IS CLI-RAISON-SOCIALE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CLI-TROUVE
               END-READ
           END-IF.
           IF NOT CLIENT-WAS-FOUND
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  " WS-LET-ENTREPRISE
                   " : CLIENT INCONNU, LETTRE SANS ADRESSE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO RELANCES-ENTRY
               WRITE RELANCES-ENTRY
           END-IF.

       WRITE-ONE-LIGNE-LETTRE.
           MOVE 'O' TO QT-IMPRIME(WS-LET-IDX).
           ADD 1 TO WS-LET-NB.
           ADD QT-PRIX(WS-LET-IDX) TO WS-LET-TOTAL.
           MOVE QT-PRIX(WS-LET-IDX) TO WS-PRIX-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  " QT-ID(WS-LET-IDX) " " QT-CONTRAT(WS-LET-IDX)
               " " QT-ECHEANCE(WS-LET-IDX)
               " " WS-PRIX-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF QT-REJET-PRLV(WS-LET-IDX) = 'O'
               MOVE "  PRELEVEMENT REJETE PAR VOTRE BANQUE"
                   TO WS-PRINT-LINE(48:37)
           END-IF.
           MOVE WS-PRINT-LINE TO LETTRE-ENTRY.
           WRITE LETTRE-ENTRY.

       WRITE-HISTORIQUE.
           OPEN EXTEND HISTO-RELANCES.
           IF WS-HREL-STATUS NOT = '00' AND WS-HREL-STATUS NOT = '05'
               DISPLAY "ABEND: HISTO-RELANCES OPEN ERROR STATUS="
                   WS-HREL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ENVOI(WS-QUIT-IDX) > 0
                   MOVE SPACE TO HREL-RECORD
                   MOVE QT-ID(WS-QUIT-IDX) TO HREL-ID
                   MOVE QT-CONTRAT(WS-QUIT-IDX) TO HREL-CONTRAT
                   MOVE QT-ECHEANCE(WS-QUIT-IDX) TO HREL-ECHEANCE
                   MOVE QT-ENVOI(WS-QUIT-IDX) TO HREL-STADE
                   MOVE WS-RUN-DATE TO HREL-DATE
                   MOVE QT-PRIX(WS-QUIT-IDX) TO HREL-MONTANT
                   WRITE HREL-RECORD
                   IF WS-HREL-STATUS NOT = '00'
                       DISPLAY "ABEND: HISTO-RELANCES WRITE ERROR "
                           "STATUS=" WS-HREL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.
           CLOSE HISTO-RELANCES.

       WRITE-MOUVEMENTS.
           IF WS-NB-STADE-3 = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ASSU-MASTER.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '05'
               DISPLAY "ABEND: ASSU-MASTER OPEN ERROR STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MOUVEMENTS.
           IF WS-MVT-STATUS NOT = '00' AND WS-MVT-STATUS NOT = '05'
               DISPLAY "ABEND: MOUVEMENTS OPEN ERROR STATUS="
                   WS-MVT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-QUIT-IDX.
           PERFORM UNTIL WS-QUIT-IDX > WS-QUIT-COUNT
               IF QT-ENVOI(WS-QUIT-IDX) = 3
                   PERFORM FIND-MOUVEMENT-EMIS
                   IF WS-MVT-DEJA-EMIS = 'N'
                       PERFORM WRITE-ONE-MOUVEMENT
                   END-IF
               END-IF
               ADD 1 TO WS-QUIT-IDX
           END-PERFORM.
           CLOSE MOUVEMENTS.
           CLOSE ASSU-MASTER.

       FIND-MOUVEMENT-EMIS.
           MOVE 'N' TO WS-MVT-DEJA-EMIS.
           MOVE 1 TO WS-MVT-IDX.
           PERFORM UNTIL WS-MVT-IDX NOT < WS-QUIT-IDX
               IF QT-ENVOI(WS-MVT-IDX) = 3
                   AND QT-ID(WS-MVT-IDX) = QT-ID(WS-QUIT-IDX)
                   AND QT-CONTRAT(WS-MVT-IDX) = QT-CONTRAT(WS-QUIT-IDX)
                   MOVE 'Y' TO WS-MVT-DEJA-EMIS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MVT-IDX
           END-PERFORM.

       WRITE-ONE-MOUVEMENT.
           MOVE QT-ID(WS-QUIT-IDX) TO MAST-ID.
           MOVE QT-CONTRAT(WS-QUIT-IDX) TO MAST-CONTRAT.
           READ ASSU-MASTER
               INVALID KEY
                   ADD 1 TO WS-NB-HORS-MASTER
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "  " QT-ID(WS-QUIT-IDX) " "
                       QT-CONTRAT(WS-QUIT-IDX)
                       " : ABSENT DU MASTER, AUCUN MOUVEMENT EMIS"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO RELANCES-ENTRY
                   WRITE RELANCES-ENTRY
                   EXIT PARAGRAPH
           END-READ.
           IF MAST-DATA(82:8) NOT = 'ACTIF'
               EXIT PARAGRAPH
           END-IF.
           MOVE MAST-DATA TO WS-MVT-IMAGE.
           MOVE WS-ETAT-FINAL TO WS-MVT-IMAGE(82:8).
           MOVE SPACE TO MOUVEMENT-RECORD.
           MOVE 'M' TO MVT-CODE.
           MOVE MAST-ORIGIN TO MVT-ORIGIN.
           MOVE WS-MVT-IMAGE TO MVT-DATA.
           WRITE MOUVEMENT-RECORD.
           IF WS-MVT-STATUS NOT = '00'
               DISPLAY "ABEND: MOUVEMENTS WRITE ERROR STATUS="
                   WS-MVT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-NB-MVTS.

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
