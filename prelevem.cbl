       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELEVEM.

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

           SELECT OPTIONAL MANDATS ASSIGN TO 'mandats-sepa.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MAND-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT REMISE ASSIGN TO 'remise-prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

           SELECT RAPPORT-PRELEVEMENTS ASSIGN TO
           'rapport-prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAP-STATUS.

           SELECT OPTIONAL PRLV-EMIS ASSIGN TO
           'prelevements-emis.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMIS-KEY
           FILE STATUS IS WS-EMIS-STATUS.

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

       FD PRLV-EMIS
           RECORD CONTAINS 67 CHARACTERS.

       01 EMIS-RECORD.
           02 EMIS-KEY.
               03 EMIS-ID          PIC X(8).
               03 EMIS-CONTRAT     PIC X(14).
               03 EMIS-ECHEANCE    PIC 9(8).
               03 EMIS-MONTANT     PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 EMIS-REMISE          PIC X(16).
           02 FILLER               PIC X.
           02 EMIS-DATE            PIC 9(8).

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

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       FD REMISE
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE IS F.

       01 REMISE-RECORD.
           02 REM-TYPE             PIC X.
           02 FILLER               PIC X.
           02 REM-ID               PIC X(8).
           02 FILLER               PIC X.
           02 REM-CONTRAT          PIC X(14).
           02 FILLER               PIC X.
           02 REM-ECHEANCE         PIC 9(8).
           02 FILLER               PIC X.
           02 REM-MONTANT          PIC S9(10) SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 REM-IBAN             PIC X(34).
           02 FILLER               PIC X.
           02 REM-BIC              PIC X(11).
           02 FILLER               PIC X.
           02 REM-MANDAT           PIC X(35).
           02 FILLER               PIC X.
           02 REM-DATE-SIGN        PIC 9(8).
       01 REMISE-ENTETE REDEFINES REMISE-RECORD.
           02 REM-ENT-TYPE         PIC X.
           02 FILLER               PIC X.
           02 REM-ENT-ICS          PIC X(35).
           02 FILLER               PIC X.
           02 REM-ENT-DATE         PIC 9(8).
           02 FILLER               PIC X.
           02 REM-ENT-REF          PIC X(16).
           02 FILLER               PIC X(75).
       01 REMISE-TRAILER REDEFINES REMISE-RECORD.
           02 REM-TRL-TYPE         PIC X.
           02 FILLER               PIC X.
           02 REM-TRL-NB           PIC 9(5).
           02 FILLER               PIC X.
           02 REM-TRL-TOTAL        PIC 9(12).
           02 FILLER               PIC X.
           02 REM-TRL-HASH         PIC 9(12).
           02 FILLER               PIC X(105).
       01 REMISE-DEBITEUR REDEFINES REMISE-RECORD.
           02 REM-DEB-TYPE         PIC X.
           02 FILLER               PIC X.
           02 REM-DEB-CODE         PIC X(4).
           02 FILLER               PIC X.
           02 REM-DEB-NOM          PIC X(41).
           02 FILLER               PIC X.
           02 REM-DEB-RUE          PIC X(38).
           02 FILLER               PIC X.
           02 REM-DEB-CP           PIC X(5).
           02 FILLER               PIC X.
           02 REM-DEB-VILLE        PIC X(26).
           02 FILLER               PIC X(18).

       FD RAPPORT-PRELEVEMENTS
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 PRELEVEMENTS-ENTRY    PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-QUIT-STATUS        PIC X(2).
       01 WS-MAND-STATUS        PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-REM-STATUS         PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-EMIS-STATUS        PIC X(2).
       01 WS-EMIS-OUVERT        PIC X VALUE 'N'.
           88 EMIS-FILE-OPEN        VALUE 'Y'.
       01 WS-EMIS-TROUVE        PIC X VALUE 'N'.
       01 WS-REM-EOF            PIC X VALUE 'N'.
           88 REM-AT-END            VALUE 'Y'.
       01 WS-REM-PRECEDENTE     PIC X(16) VALUE SPACE.
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-QUIT-EOF           PIC X VALUE 'N'.
           88 QUIT-AT-END           VALUE 'Y'.
       01 WS-MAND-EOF           PIC X VALUE 'N'.
           88 MAND-AT-END           VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-RUN-MODE           PIC X(10) VALUE 'NORMAL'.
           88 SIMULATION-MODE       VALUE 'SIMULATION'.
       01 WS-AGENCE             PIC X(3) VALUE SPACE.
       01 WS-MAST-NAME          PIC X(30) VALUE
           'assurances-master.dat'.
       01 WS-ICS                PIC X(35) VALUE SPACE.
       01 WS-DATE-PRLV          PIC 9(8) VALUE 0.
       01 WS-REMISE-REF         PIC X(16) VALUE SPACE.

       01 WS-MAND-TABLE.
           02 MAND-ROW OCCURS 101 TIMES.
            03 MT-ID          PIC X(8)  VALUE SPACE.
            03 MT-IBAN        PIC X(34) VALUE SPACE.
            03 MT-BIC         PIC X(11) VALUE SPACE.
            03 MT-REF         PIC X(35) VALUE SPACE.
            03 MT-DATE-SIGN   PIC 9(8)  VALUE 0.
            03 MT-STATUT      PIC X     VALUE SPACE.
       01 WS-MAND-COUNT         PIC 9(3) VALUE 0.
       01 WS-MAND-IDX           PIC 9(3) VALUE 0.
       01 WS-MAND-OVFL          PIC 9(3) VALUE 0.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
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
       01 WS-NB-A-ECHEANCE      PIC 9(5) VALUE 0.
       01 WS-NB-DEJA-REMIS      PIC 9(5) VALUE 0.
       01 WS-NB-REPRIS          PIC 9(5) VALUE 0.
       01 WS-NB-SANS-MANDAT     PIC 9(5) VALUE 0.
       01 WS-NB-ECARTES         PIC 9(5) VALUE 0.
       01 WS-NB-PRELEVES        PIC 9(5) VALUE 0.
       01 WS-TOT-PRELEVE        PIC 9(12) VALUE 0.
       01 WS-HASH-ID            PIC 9(12) VALUE 0.
       01 WS-ID-NUM             PIC 9(8) VALUE 0.
       01 WS-MOTIF              PIC X(40) VALUE SPACE.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIX-DISPLAY       PIC -(10)9.
       01 WS-TOTAL-DISPLAY      PIC Z(11)9.

       01 TETE-PRELEVEMENTS  PIC X(125) VALUE
           "                    REMISE DE PRELEVEMENTS SEPA".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DATE-PRLV.
           PERFORM READ-PARAM-CARD.
           MOVE WS-DATE-PRLV TO WS-DATE-WORK.
           PERFORM CHECK-DATE.
           IF NOT DATE-IS-VALID
               DISPLAY "ABEND: DATE DE PRELEVEMENT INVALIDE "
                   WS-DATE-PRLV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ICS = SPACE
               DISPLAY "ABEND: ICS-CREANCIER ABSENT DE LA CARTE - "
                   "REMISE IMPOSSIBLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO WS-REMISE-REF.
           STRING "PRLV" WS-DATE-PRLV
               DELIMITED BY SIZE INTO WS-REMISE-REF.

           PERFORM LOAD-MANDATS.
           IF WS-MAND-COUNT = 0
               DISPLAY "AUCUN MANDAT ACTIF - AUCUN PRELEVEMENT"
           END-IF.

           OPEN OUTPUT RAPPORT-PRELEVEMENTS.
           MOVE ALL '=' TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           MOVE TETE-PRELEVEMENTS TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF SIMULATION-MODE
               STRING "RUN DU " WS-RUN-DATE
                   " - ECHEANCES JUSQU'AU " WS-DATE-PRLV
                   " - MODE SIMULATION, REMISE NON EMISE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "RUN DU " WS-RUN-DATE
                   " - ECHEANCES JUSQU'AU " WS-DATE-PRLV
                   " - REMISE " WS-REMISE-REF
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           MOVE ALL '=' TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.

           OPEN INPUT ASSU-MASTER.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '05'
               DISPLAY "ABEND: ASSU-MASTER OPEN ERROR STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "DEBTOR ADDRESS NOT CHECKED"
           END-IF.
           IF SIMULATION-MODE
               OPEN INPUT PRLV-EMIS
               IF WS-EMIS-STATUS = '00'
                   MOVE 'Y' TO WS-EMIS-OUVERT
               END-IF
           ELSE
               OPEN I-O PRLV-EMIS
               IF WS-EMIS-STATUS NOT = '00'
                   AND WS-EMIS-STATUS NOT = '05'
                   DISPLAY "ABEND: PRLV-EMIS OPEN ERROR STATUS="
                       WS-EMIS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-EMIS-OUVERT
               PERFORM LOAD-REMISE-PRECEDENTE
           END-IF.
           IF NOT SIMULATION-MODE
               OPEN OUTPUT REMISE
               MOVE SPACE TO REMISE-RECORD
               MOVE 'H' TO REM-ENT-TYPE
               MOVE WS-ICS TO REM-ENT-ICS
               MOVE WS-DATE-PRLV TO REM-ENT-DATE
               MOVE WS-REMISE-REF TO REM-ENT-REF
               PERFORM WRITE-REMISE-RECORD
           END-IF.

           PERFORM SCAN-QUITTANCES.

           IF NOT SIMULATION-MODE
               MOVE SPACE TO REMISE-RECORD
               MOVE 'T' TO REM-TRL-TYPE
               MOVE WS-NB-PRELEVES TO REM-TRL-NB
               MOVE WS-TOT-PRELEVE TO REM-TRL-TOTAL
               MOVE WS-HASH-ID TO REM-TRL-HASH
               PERFORM WRITE-REMISE-RECORD
               CLOSE REMISE
           END-IF.
           CLOSE ASSU-MASTER.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.
           IF EMIS-FILE-OPEN
               CLOSE PRLV-EMIS
           END-IF.

           MOVE ALL '=' TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           MOVE WS-TOT-PRELEVE TO WS-TOTAL-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "QUITTANCES A ECHEANCE=" WS-NB-A-ECHEANCE
               " PRELEVEES=" WS-NB-PRELEVES
               " SANS MANDAT=" WS-NB-SANS-MANDAT
               " ECARTEES=" WS-NB-ECARTES
               " TOTAL REMISE=" WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "QUITTANCES DEJA REMISES=" WS-NB-DEJA-REMIS
               " REPRISES DE LA REMISE PRECEDENTE=" WS-NB-REPRIS
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           CLOSE RAPPORT-PRELEVEMENTS.

           IF WS-NB-ECARTES > 0 OR WS-MAND-OVFL > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "PRELEVEM: " WS-NB-PRELEVES " PRELEVEMENTS POUR "
               WS-TOTAL-DISPLAY ", " WS-NB-ECARTES " ECARTES, "
               WS-NB-SANS-MANDAT " SANS MANDAT".
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
           IF WS-PARAM-KEY = 'ICS-CREANCIER'
               MOVE WS-PARAM-VALUE(1:35) TO WS-ICS
           END-IF.
           IF WS-PARAM-KEY = 'DATE-PRELEVEMENT'
               IF WS-PARAM-VALUE(1:8) IS NUMERIC
                   MOVE WS-PARAM-VALUE(1:8) TO WS-DATE-PRLV
               ELSE
                   DISPLAY "DATE-PRELEVEMENT NON NUMERIQUE IGNOREE: "
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

       LOAD-MANDATS.
           OPEN INPUT MANDATS.
           IF WS-MAND-STATUS = '35'
               DISPLAY "WARNING: mandats-sepa.dat NOT FOUND - "
                   "NO MANDATES"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MAND-EOF.
           PERFORM UNTIL MAND-AT-END
               READ MANDATS
                   AT END
                       MOVE 'Y' TO WS-MAND-EOF
                   NOT AT END
                       PERFORM STORE-ONE-MANDAT
               END-READ
           END-PERFORM.
           CLOSE MANDATS.

       STORE-ONE-MANDAT.
           IF MAND-STATUT NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF WS-MAND-COUNT NOT < 101
               ADD 1 TO WS-MAND-OVFL
               DISPLAY "TABLE DES MANDATS PLEINE - MANDAT IGNORE: "
                   MAND-ID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MAND-COUNT.
           MOVE MAND-ID TO MT-ID(WS-MAND-COUNT).
           MOVE MAND-IBAN TO MT-IBAN(WS-MAND-COUNT).
           MOVE MAND-BIC TO MT-BIC(WS-MAND-COUNT).
           MOVE MAND-REF TO MT-REF(WS-MAND-COUNT).
           IF MAND-DATE-SIGN IS NUMERIC
               MOVE MAND-DATE-SIGN TO MT-DATE-SIGN(WS-MAND-COUNT)
           ELSE
               MOVE 0 TO MT-DATE-SIGN(WS-MAND-COUNT)
           END-IF.
           MOVE MAND-STATUT TO MT-STATUT(WS-MAND-COUNT).

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
                       PERFORM COLLECT-ONE-QUITTANCE
               END-READ
           END-PERFORM.
           CLOSE QUITTANCES.

       COLLECT-ONE-QUITTANCE.
           IF QUIT-REGLE = 'O'
               EXIT PARAGRAPH
           END-IF.
           IF QUIT-PRIX IS NUMERIC AND QUIT-PRIX < 0
               EXIT PARAGRAPH
           END-IF.
           IF QUIT-ECHEANCE NOT NUMERIC
               OR QUIT-ECHEANCE > WS-DATE-PRLV
               EXIT PARAGRAPH
           END-IF.
           IF QUIT-PRIX IS NUMERIC
               PERFORM FIND-PRLV-EMIS
               IF WS-EMIS-TROUVE = 'Y'
                   ADD 1 TO WS-NB-DEJA-REMIS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NB-A-ECHEANCE.
           PERFORM FIND-MANDAT.
           IF WS-MAND-IDX = 0
               ADD 1 TO WS-NB-SANS-MANDAT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-MOTIF.
           IF MT-IBAN(WS-MAND-IDX) = SPACE
               OR MT-BIC(WS-MAND-IDX) = SPACE
               MOVE "COORDONNEES BANCAIRES INCOMPLETES" TO WS-MOTIF
           END-IF.
           IF WS-MOTIF = SPACE
               IF MT-DATE-SIGN(WS-MAND-IDX) = 0
                   OR MT-DATE-SIGN(WS-MAND-IDX) > QUIT-ECHEANCE
                   MOVE "MANDAT NON SIGNE A L'ECHEANCE" TO WS-MOTIF
               END-IF
           END-IF.
           IF WS-MOTIF = SPACE
               IF QUIT-PRIX NOT NUMERIC OR QUIT-PRIX NOT > 0
                   MOVE "MONTANT NUL OU NEGATIF" TO WS-MOTIF
               END-IF
           END-IF.
           IF WS-MOTIF = SPACE
               MOVE QUIT-ID TO MAST-ID
               MOVE QUIT-CONTRAT TO MAST-CONTRAT
               READ ASSU-MASTER
                   INVALID KEY
                       MOVE "CONTRAT ABSENT DU MASTER" TO WS-MOTIF
                   NOT INVALID KEY
                       IF MAST-DATA(119:3) NOT = 'EUR'
                           MOVE "DEVISE HORS ZONE SEPA" TO WS-MOTIF
                       END-IF
               END-READ
           END-IF.
           IF WS-MOTIF = SPACE
               PERFORM RESOLVE-DEBITEUR
           END-IF.
           IF QUIT-PRIX IS NUMERIC
               MOVE QUIT-PRIX TO WS-PRIX-DISPLAY
           ELSE
               MOVE 0 TO WS-PRIX-DISPLAY
           END-IF.
           IF WS-MOTIF NOT = SPACE
               ADD 1 TO WS-NB-ECARTES
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  ECARTE  " QUIT-ID " " QUIT-CONTRAT " "
                   WS-PRIX-DISPLAY " : " WS-MOTIF
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY
               WRITE PRELEVEMENTS-ENTRY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PRELEVES.
           ADD QUIT-PRIX TO WS-TOT-PRELEVE.
           IF QUIT-ID IS NUMERIC
               MOVE QUIT-ID TO WS-ID-NUM
               ADD WS-ID-NUM TO WS-HASH-ID
                   ON SIZE ERROR
                       SUBTRACT 999999999999 FROM WS-HASH-ID
                       ADD WS-ID-NUM TO WS-HASH-ID
               END-ADD
           END-IF.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  PRELEVE " QUIT-ID " " QUIT-CONTRAT " "
               WS-PRIX-DISPLAY " " MT-IBAN(WS-MAND-IDX)
               " " MT-REF(WS-MAND-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.
           IF CLIENT-FILE-OPEN
               MOVE SPACE TO WS-PRINT-LINE
               STRING "          " CLI-CODE " " CLI-RAISON-SOCIALE
                   " " CLI-ADR-CP " " CLI-ADR-VILLE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY
               WRITE PRELEVEMENTS-ENTRY
           END-IF.
           IF SIMULATION-MODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO REMISE-RECORD.
           MOVE 'D' TO REM-TYPE.
           MOVE QUIT-ID TO REM-ID.
           MOVE QUIT-CONTRAT TO REM-CONTRAT.
           MOVE QUIT-ECHEANCE TO REM-ECHEANCE.
           MOVE QUIT-PRIX TO REM-MONTANT.
           MOVE MT-IBAN(WS-MAND-IDX) TO REM-IBAN.
           MOVE MT-BIC(WS-MAND-IDX) TO REM-BIC.
           MOVE MT-REF(WS-MAND-IDX) TO REM-MANDAT.
           MOVE MT-DATE-SIGN(WS-MAND-IDX) TO REM-DATE-SIGN.
           PERFORM WRITE-REMISE-RECORD.
           PERFORM WRITE-PRLV-EMIS.
           MOVE SPACE TO REMISE-RECORD.
           MOVE 'A' TO REM-DEB-TYPE.
           IF CLIENT-FILE-OPEN
               MOVE CLI-CODE TO REM-DEB-CODE
               MOVE CLI-RAISON-SOCIALE TO REM-DEB-NOM
               MOVE CLI-ADR-RUE TO REM-DEB-RUE
               MOVE CLI-ADR-CP TO REM-DEB-CP
               MOVE CLI-ADR-VILLE TO REM-DEB-VILLE
           ELSE
               MOVE QUIT-ENTREPRISE TO REM-DEB-NOM
           END-IF.
           PERFORM WRITE-REMISE-RECORD.

       LOAD-REMISE-PRECEDENTE.
           OPEN INPUT REMISE.
           IF WS-REM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-REM-PRECEDENTE.
           MOVE 'N' TO WS-REM-EOF.
           PERFORM UNTIL REM-AT-END
               READ REMISE
                   AT END
                       MOVE 'Y' TO WS-REM-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-REMISE
               END-READ
           END-PERFORM.
           CLOSE REMISE.

       NOTE-ONE-REMISE.
           IF REM-TYPE = 'H'
               MOVE REM-ENT-REF TO WS-REM-PRECEDENTE
               IF WS-REM-PRECEDENTE = WS-REMISE-REF
                   MOVE 'Y' TO WS-REM-EOF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF REM-TYPE NOT = 'D'
               OR REM-ECHEANCE NOT NUMERIC
               OR REM-MONTANT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO EMIS-RECORD.
           MOVE REM-ID TO EMIS-ID.
           MOVE REM-CONTRAT TO EMIS-CONTRAT.
           MOVE REM-ECHEANCE TO EMIS-ECHEANCE.
           MOVE REM-MONTANT TO EMIS-MONTANT.
           MOVE WS-REM-PRECEDENTE TO EMIS-REMISE.
           MOVE WS-RUN-DATE TO EMIS-DATE.
           WRITE EMIS-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-NB-REPRIS.

       FIND-PRLV-EMIS.
           MOVE 'N' TO WS-EMIS-TROUVE.
           IF NOT EMIS-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           MOVE QUIT-ID TO EMIS-ID.
           MOVE QUIT-CONTRAT TO EMIS-CONTRAT.
           MOVE QUIT-ECHEANCE TO EMIS-ECHEANCE.
           MOVE QUIT-PRIX TO EMIS-MONTANT.
           READ PRLV-EMIS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF EMIS-REMISE = WS-REMISE-REF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-EMIS-TROUVE.
           MOVE QUIT-PRIX TO WS-PRIX-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "  DEJA    " QUIT-ID " " QUIT-CONTRAT " "
               WS-PRIX-DISPLAY " : ECHEANCE " QUIT-ECHEANCE
               " DEJA REMISE EN " EMIS-REMISE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO PRELEVEMENTS-ENTRY.
           WRITE PRELEVEMENTS-ENTRY.

       WRITE-PRLV-EMIS.
           MOVE SPACE TO EMIS-RECORD.
           MOVE QUIT-ID TO EMIS-ID.
           MOVE QUIT-CONTRAT TO EMIS-CONTRAT.
           MOVE QUIT-ECHEANCE TO EMIS-ECHEANCE.
           MOVE QUIT-PRIX TO EMIS-MONTANT.
           MOVE WS-REMISE-REF TO EMIS-REMISE.
           MOVE WS-RUN-DATE TO EMIS-DATE.
           WRITE EMIS-RECORD
               INVALID KEY
                   REWRITE EMIS-RECORD
           END-WRITE.
           IF WS-EMIS-STATUS NOT = '00'
               DISPLAY "ABEND: PRLV-EMIS WRITE ERROR STATUS="
                   WS-EMIS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RESOLVE-DEBITEUR.
           IF NOT CLIENT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.
           IF MAST-DATA(122:4) NOT = SPACE
               MOVE MAST-DATA(122:4) TO CLI-CODE
               READ CLIENT-MASTER
                   INVALID KEY
                       MOVE "CLIENT INCONNU AU REFERENTIEL" TO WS-MOTIF
               END-READ
           ELSE
               MOVE MAST-DATA(40:41) TO CLI-RAISON-SOCIALE
               READ CLIENT-MASTER KEY IS CLI-RAISON-SOCIALE
                   INVALID KEY
                       MOVE "CLIENT INCONNU AU REFERENTIEL" TO WS-MOTIF
               END-READ
           END-IF.
           IF WS-MOTIF = SPACE
               IF CLI-ADR-RUE = SPACE OR CLI-ADR-CP = SPACE
                   OR CLI-ADR-VILLE = SPACE
                   MOVE "ADRESSE DEBITEUR INCOMPLETE" TO WS-MOTIF
               END-IF
           END-IF.

       FIND-MANDAT.
           MOVE 1 TO WS-MAND-IDX.
           PERFORM UNTIL WS-MAND-IDX > WS-MAND-COUNT
               IF MT-ID(WS-MAND-IDX) = QUIT-ID
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MAND-IDX
           END-PERFORM.
           MOVE 0 TO WS-MAND-IDX.

       WRITE-REMISE-RECORD.
           WRITE REMISE-RECORD.
           IF WS-REM-STATUS NOT = '00'
               DISPLAY "ABEND: REMISE WRITE ERROR STATUS="
                   WS-REM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
