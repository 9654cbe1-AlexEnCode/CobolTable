       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVAG.

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

           SELECT OPTIONAL MASTER-JOURNAL ASSIGN TO
           DYNAMIC WS-MJRN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MJRN-STATUS.

           SELECT OPTIONAL TAUX-CHANGE ASSIGN TO 'taux-change.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TAUX-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT RAPPORT-ARCHIVAGE ASSIGN TO 'rapport-archivage.dat'
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

       FD MASTER-JOURNAL
           RECORD CONTAINS 296 CHARACTERS
           RECORDING MODE IS F.

       01 MJRN-RECORD.
           02 MJRN-DATE            PIC 9(8).
           02 FILLER               PIC X.
           02 MJRN-SEQ             PIC 9(3).
           02 FILLER               PIC X.
           02 MJRN-OP              PIC X.
           02 FILLER               PIC X.
           02 MJRN-ID              PIC X(8).
           02 FILLER               PIC X.
           02 MJRN-CONTRAT         PIC X(14).
           02 FILLER               PIC X.
           02 MJRN-ORIGIN          PIC X(5).
           02 FILLER               PIC X.
           02 MJRN-AVANT           PIC X(125).
           02 FILLER               PIC X.
           02 MJRN-APRES           PIC X(125).

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

       FD RAPPORT-ARCHIVAGE
           RECORD CONTAINS 125 CHARACTERS
           RECORDING MODE IS V.

       01 ARCHIVAGE-ENTRY       PIC X(125).

       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-ARCH-STATUS        PIC X(2).
       01 WS-MJRN-STATUS        PIC X(2).
       01 WS-TAUX-STATUS        PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-RAP-STATUS         PIC X(2).
       01 WS-CLI-STATUS         PIC X(2).
       01 WS-CLI-OUVERT         PIC X VALUE 'N'.
           88 CLIENT-FILE-OPEN      VALUE 'Y'.
       01 WS-CLIENT-CODE        PIC X(4) VALUE SPACE.
       01 WS-CLIENT-NOM         PIC X(41) VALUE SPACE.
       01 WS-MAST-EOF           PIC X VALUE 'N'.
           88 MASTER-AT-END         VALUE 'Y'.
       01 WS-MJRN-EOF           PIC X VALUE 'N'.
           88 MJRN-AT-END           VALUE 'Y'.
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
       01 WS-ARCH-NAME          PIC X(30) VALUE
           'assurances-archive.dat'.
       01 WS-MJRN-NAME          PIC X(30) VALUE
           'journal-master.dat'.
       01 WS-RETENTION          PIC 9(4) VALUE 365.

       01 WS-CLOTURE-TABLE.
           02 CLOTURE-ROW OCCURS 101 TIMES.
               03 CL-ID            PIC X(8)  VALUE SPACE.
               03 CL-CONTRAT       PIC X(14) VALUE SPACE.
               03 CL-DATE          PIC 9(8)  VALUE 0.
       01 WS-CLOTURE-COUNT      PIC 9(3) VALUE 0.
       01 WS-CLOTURE-IDX        PIC 9(3) VALUE 0.
       01 WS-CLOTURE-OVFL       PIC 9(5) VALUE 0.

       01 WS-ARCHIVE-TABLE.
           02 ARCHIVE-ROW OCCURS 101 TIMES.
               03 AR-ID            PIC X(8)  VALUE SPACE.
               03 AR-CONTRAT       PIC X(14) VALUE SPACE.
               03 AR-DATE          PIC 9(8)  VALUE 0.
       01 WS-ARCHIVE-COUNT      PIC 9(3) VALUE 0.
       01 WS-ARCHIVE-IDX        PIC 9(3) VALUE 0.
       01 WS-ARCHIVE-REPORT     PIC 9(5) VALUE 0.

       01 WS-COMPANY-COUNT      PIC 9(3) VALUE 0.
       01 WS-COMPANY-IDX        PIC 9(3) VALUE 0.
       01 WS-COMPANY-FOUND      PIC X VALUE 'N'.
           88 COMPANY-WAS-FOUND     VALUE 'Y'.
       01 WS-COMPANY-WORK       PIC X(41) VALUE SPACE.
       01 PURGE-TOTALS.
           02 PURGE-ENTRY OCCURS 101 TIMES.
               03 WS-PG-CODE          PIC X(4) VALUE SPACE.
               03 WS-PG-ENTREPRISE    PIC X(41) VALUE SPACE.
               03 WS-PG-NB            PIC 9(5) VALUE 0.
               03 WS-PG-PRIME-EUR     PIC S9(12) VALUE 0.
               03 WS-PG-NON-VALORISES PIC 9(5) VALUE 0.

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
       01 WS-DEVISE             PIC X(3) VALUE SPACE.
       01 WS-PRIME-EUR          PIC S9(10) VALUE 0.
       01 WS-PRIME-EUR-OK       PIC X VALUE 'N'.

       01 WS-PRIX-TEXT          PIC X(12).
       01 WS-PRIX-VALUE         PIC S9(10).
       01 WS-PRIX-NEG           PIC X.
       01 WS-PRIX-POS           PIC 9(2).
       01 WS-PRIX-CHAR          PIC X.
       01 WS-PRIX-DIGIT         PIC 9.

       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-DAYS           PIC 9(7) VALUE 0.
       01 WS-DATE-DAYS          PIC 9(7) VALUE 0.
       01 WS-AGE-CLOTURE        PIC S9(7) VALUE 0.
       01 WS-DATE-WORK          PIC X(8).
       01 WS-DATE-NUM REDEFINES WS-DATE-WORK.
           02 WS-DATE-YYYY      PIC 9(4).
           02 WS-DATE-MM        PIC 9(2).
           02 WS-DATE-DD        PIC 9(2).
       01 WS-LEAP-REM           PIC 9(4).
       01 WS-LEAP-QUOT          PIC 9(4).
       01 WS-LEAP-Y             PIC 9(4) VALUE 0.
       01 WS-LEAP-Q4            PIC 9(4) VALUE 0.
       01 WS-LEAP-Q100          PIC 9(4) VALUE 0.
       01 WS-LEAP-Q400          PIC 9(4) VALUE 0.
       01 WS-LEAP-FLAG          PIC X VALUE 'N'.
       01 WS-MONTH-OFF-TABLE.
           02 FILLER PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01 WS-MONTH-OFFS REDEFINES WS-MONTH-OFF-TABLE.
           02 WS-MONTH-OFF OCCURS 12 TIMES PIC 9(3).

       01 WS-MJRN-SEQ           PIC 9(3) VALUE 0.
       01 WS-NB-MASTER-AVANT    PIC 9(5) VALUE 0.
       01 WS-NB-CLOS            PIC 9(5) VALUE 0.
       01 WS-NB-SANS-DATE       PIC 9(5) VALUE 0.
       01 WS-NB-RECENTS         PIC 9(5) VALUE 0.
       01 WS-NB-ARCHIVES        PIC 9(5) VALUE 0.
       01 WS-NB-REMPLACES       PIC 9(5) VALUE 0.
       01 WS-NB-REPORTES        PIC 9(5) VALUE 0.
       01 WS-NB-MASTER-APRES    PIC 9(5) VALUE 0.
       01 WS-TOT-PRIME-EUR      PIC S9(12) VALUE 0.
       01 WS-MAX-SEVERITY       PIC 9(2) VALUE 0.

       01 WS-PRINT-LINE         PIC X(125).
       01 WS-PRIME-DISPLAY      PIC -(11)9.

       01 TETE-ARCHIVAGE  PIC X(125) VALUE
           "                 CONTROLE DE PURGE - ARCHIVAGE DU MASTER".

       PROCEDURE DIVISION.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DATE-WORK.
           PERFORM DATE-TO-DAYS.
           MOVE WS-DATE-DAYS TO WS-RUN-DAYS.
           PERFORM READ-PARAM-CARD.
           DISPLAY "DUREE DE RETENTION : " WS-RETENTION " JOURS".
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-DATES-CLOTURE.

           IF SIMULATION-MODE
               OPEN INPUT ASSU-MASTER
           ELSE
               OPEN I-O ASSU-MASTER
           END-IF.
           IF WS-MAST-STATUS NOT = '00' AND WS-MAST-STATUS NOT = '05'
               DISPLAY "ABEND: ASSU-MASTER OPEN ERROR STATUS="
                   WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SELECT-ARCHIVES.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLI-STATUS = '00'
               MOVE 'Y' TO WS-CLI-OUVERT
           ELSE
               DISPLAY "WARNING: clients-master.dat NOT FOUND - "
                   "PURGE GROUPED BY COMPANY NAME"
           END-IF.
           IF NOT SIMULATION-MODE
               OPEN I-O ASSU-ARCHIVE
               IF WS-ARCH-STATUS NOT = '00'
                   AND WS-ARCH-STATUS NOT = '05'
                   DISPLAY "ABEND: ASSU-ARCHIVE OPEN ERROR STATUS="
                       WS-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 1 TO WS-ARCHIVE-IDX.
           PERFORM UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT
               PERFORM ARCHIVE-ONE-CONTRAT
               ADD 1 TO WS-ARCHIVE-IDX
           END-PERFORM.
           IF NOT SIMULATION-MODE
               CLOSE ASSU-ARCHIVE
           END-IF.
           CLOSE ASSU-MASTER.
           IF CLIENT-FILE-OPEN
               CLOSE CLIENT-MASTER
           END-IF.

           COMPUTE WS-NB-MASTER-APRES =
               WS-NB-MASTER-AVANT - WS-NB-ARCHIVES.
           PERFORM WRITE-PURGE-RAPPORT.

           IF WS-NB-SANS-DATE > 0 OR WS-NB-REPORTES > 0
               OR WS-CLOTURE-OVFL > 0
               MOVE 4 TO WS-MAX-SEVERITY
           END-IF.
           DISPLAY "ARCHIVAG: MASTER AVANT=" WS-NB-MASTER-AVANT
               " ARCHIVES=" WS-NB-ARCHIVES
               " MASTER APRES=" WS-NB-MASTER-APRES.
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
           IF WS-PARAM-KEY = 'RETENTION-ARCHIVE'
               IF WS-PARAM-VALUE(1:4) IS NUMERIC
                   MOVE WS-PARAM-VALUE(1:4) TO WS-RETENTION
               ELSE
                   DISPLAY "RETENTION-ARCHIVE NON NUMERIQUE IGNOREE: "
                       WS-PARAM-VALUE(1:4)
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
           MOVE SPACE TO WS-ARCH-NAME.
           STRING 'assurances-archive-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           MOVE SPACE TO WS-MJRN-NAME.
           STRING 'journal-master-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-MJRN-NAME.

       LOAD-DATES-CLOTURE.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-MJRN-STATUS = '35'
               DISPLAY "NO MASTER JOURNAL - NO CLOSING DATE KNOWN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-MJRN-EOF.
           PERFORM UNTIL MJRN-AT-END
               READ MASTER-JOURNAL
                   AT END
                       MOVE 'Y' TO WS-MJRN-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MASTER-JOURNAL.

       NOTE-ONE-JOURNAL-ENTRY.
           IF MJRN-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF MJRN-DATE = WS-RUN-DATE AND MJRN-OP = 'X'
               AND MJRN-SEQ > WS-MJRN-SEQ
               MOVE MJRN-SEQ TO WS-MJRN-SEQ
           END-IF.
           PERFORM FIND-CLOTURE.
           IF MJRN-OP NOT = 'X'
               AND (MJRN-APRES(82:8) = 'RESILIE'
               OR MJRN-APRES(82:8) = 'ECHU')
               IF WS-CLOTURE-IDX = 0
                   PERFORM ADD-CLOTURE
               END-IF
           ELSE
               IF WS-CLOTURE-IDX > 0
                   MOVE SPACE TO CL-ID(WS-CLOTURE-IDX)
                   MOVE SPACE TO CL-CONTRAT(WS-CLOTURE-IDX)
                   MOVE 0 TO CL-DATE(WS-CLOTURE-IDX)
               END-IF
           END-IF.

       FIND-CLOTURE.
           MOVE 1 TO WS-CLOTURE-IDX.
           PERFORM UNTIL WS-CLOTURE-IDX > WS-CLOTURE-COUNT
               IF CL-ID(WS-CLOTURE-IDX) = MJRN-ID
                   AND CL-CONTRAT(WS-CLOTURE-IDX) = MJRN-CONTRAT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLOTURE-IDX
           END-PERFORM.
           MOVE 0 TO WS-CLOTURE-IDX.

       ADD-CLOTURE.
           MOVE 1 TO WS-CLOTURE-IDX.
           PERFORM UNTIL WS-CLOTURE-IDX > WS-CLOTURE-COUNT
               IF CL-ID(WS-CLOTURE-IDX) = SPACE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CLOTURE-IDX
           END-PERFORM.
           IF WS-CLOTURE-IDX > WS-CLOTURE-COUNT
               IF WS-CLOTURE-COUNT NOT < 101
                   ADD 1 TO WS-CLOTURE-OVFL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CLOTURE-COUNT
               MOVE WS-CLOTURE-COUNT TO WS-CLOTURE-IDX
           END-IF.
           MOVE MJRN-ID TO CL-ID(WS-CLOTURE-IDX).
           MOVE MJRN-CONTRAT TO CL-CONTRAT(WS-CLOTURE-IDX).
           MOVE MJRN-DATE TO CL-DATE(WS-CLOTURE-IDX).

       SELECT-ARCHIVES.
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
                       ADD 1 TO WS-NB-MASTER-AVANT
                       PERFORM SELECT-ONE-ARCHIVE
               END-READ
           END-PERFORM.

       SELECT-ONE-ARCHIVE.
           IF MAST-DATA(82:8) NOT = 'RESILIE'
               AND MAST-DATA(82:8) NOT = 'ECHU'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLOS.
           MOVE 1 TO WS-CLOTURE-IDX.
           PERFORM UNTIL WS-CLOTURE-IDX > WS-CLOTURE-COUNT
               IF CL-ID(WS-CLOTURE-IDX) = MAST-ID
                   AND CL-CONTRAT(WS-CLOTURE-IDX) = MAST-CONTRAT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CLOTURE-IDX
           END-PERFORM.
           IF WS-CLOTURE-IDX > WS-CLOTURE-COUNT
               ADD 1 TO WS-NB-SANS-DATE
               DISPLAY "CONTRAT CLOS SANS DATE AU JOURNAL, CONSERVE: "
                   MAST-ID " " MAST-CONTRAT
               EXIT PARAGRAPH
           END-IF.
           MOVE CL-DATE(WS-CLOTURE-IDX) TO WS-DATE-WORK.
           PERFORM DATE-TO-DAYS.
           COMPUTE WS-AGE-CLOTURE = WS-RUN-DAYS - WS-DATE-DAYS.
           IF WS-AGE-CLOTURE < WS-RETENTION
               ADD 1 TO WS-NB-RECENTS
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARCHIVE-COUNT NOT < 101
               ADD 1 TO WS-NB-REPORTES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCHIVE-COUNT.
           MOVE MAST-ID TO AR-ID(WS-ARCHIVE-COUNT).
           MOVE MAST-CONTRAT TO AR-CONTRAT(WS-ARCHIVE-COUNT).
           MOVE CL-DATE(WS-CLOTURE-IDX) TO AR-DATE(WS-ARCHIVE-COUNT).

       ARCHIVE-ONE-CONTRAT.
           MOVE AR-ID(WS-ARCHIVE-IDX) TO MAST-ID.
           MOVE AR-CONTRAT(WS-ARCHIVE-IDX) TO MAST-CONTRAT.
           READ ASSU-MASTER
               INVALID KEY
                   DISPLAY "CONTRAT DISPARU DU MASTER: " MAST-KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SIMULATION-MODE
               MOVE SPACE TO ARCHIVE-RECORD
               MOVE MAST-KEY TO ARCH-KEY
               MOVE MAST-ORIGIN TO ARCH-ORIGIN
               MOVE MAST-DATA TO ARCH-DATA
               MOVE MAST-AGENCE TO ARCH-AGENCE
               MOVE AR-DATE(WS-ARCHIVE-IDX) TO ARCH-DATE-CLOTURE
               MOVE WS-RUN-DATE TO ARCH-DATE-ARCHIVAGE
               WRITE ARCHIVE-RECORD
                   INVALID KEY
                       REWRITE ARCHIVE-RECORD
                       ADD 1 TO WS-NB-REMPLACES
               END-WRITE
               IF WS-ARCH-STATUS NOT = '00'
                   DISPLAY "ABEND: ASSU-ARCHIVE WRITE ERROR STATUS="
                       WS-ARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DELETE ASSU-MASTER RECORD
               IF WS-MAST-STATUS NOT = '00'
                   DISPLAY "ABEND: ASSU-MASTER DELETE ERROR STATUS="
                       WS-MAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM WRITE-MASTER-JOURNAL
           END-IF.
           ADD 1 TO WS-NB-ARCHIVES.
           PERFORM RESOLVE-MAST-CLIENT.
           PERFORM FIND-COMPANY-SLOT.
           IF WS-COMPANY-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PG-NB(WS-COMPANY-IDX).
           MOVE SPACE TO WS-PRIX-TEXT.
           MOVE MAST-DATA(109:9) TO WS-PRIX-TEXT.
           PERFORM CONVERT-PRIX-TEXT.
           MOVE MAST-DATA(119:3) TO WS-DEVISE.
           PERFORM CONVERT-PRIME-EUR.
           IF WS-PRIME-EUR-OK = 'Y'
               ADD WS-PRIME-EUR TO WS-PG-PRIME-EUR(WS-COMPANY-IDX)
               ADD WS-PRIME-EUR TO WS-TOT-PRIME-EUR
           ELSE
               ADD 1 TO WS-PG-NON-VALORISES(WS-COMPANY-IDX)
           END-IF.

       WRITE-MASTER-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL.
           IF WS-MJRN-STATUS NOT = '00' AND WS-MJRN-STATUS NOT = '05'
               DISPLAY "ABEND: MASTER-JOURNAL OPEN ERROR STATUS="
                   WS-MJRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MJRN-SEQ.
           MOVE SPACE TO MJRN-RECORD.
           MOVE WS-RUN-DATE TO MJRN-DATE.
           MOVE WS-MJRN-SEQ TO MJRN-SEQ.
           MOVE 'X' TO MJRN-OP.
           MOVE MAST-ID TO MJRN-ID.
           MOVE MAST-CONTRAT TO MJRN-CONTRAT.
           MOVE MAST-ORIGIN TO MJRN-ORIGIN.
           MOVE MAST-DATA TO MJRN-AVANT.
           MOVE SPACE TO MJRN-APRES.
           WRITE MJRN-RECORD.
           IF WS-MJRN-STATUS NOT = '00'
               DISPLAY "ABEND: MASTER-JOURNAL WRITE ERROR STATUS="
                   WS-MJRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE MASTER-JOURNAL.

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
               IF WS-PG-CODE(WS-COMPANY-IDX) = WS-CLIENT-CODE
                   AND WS-PG-ENTREPRISE(WS-COMPANY-IDX)
                   = WS-COMPANY-WORK
                   MOVE 'Y' TO WS-COMPANY-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-COMPANY-IDX
           END-PERFORM.
           IF NOT COMPANY-WAS-FOUND
               IF WS-COMPANY-COUNT NOT < 101
                   MOVE 0 TO WS-COMPANY-IDX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COMPANY-COUNT
               MOVE WS-COMPANY-COUNT TO WS-COMPANY-IDX
               MOVE WS-CLIENT-CODE TO WS-PG-CODE(WS-COMPANY-IDX)
               MOVE WS-COMPANY-WORK TO
                   WS-PG-ENTREPRISE(WS-COMPANY-IDX)
           END-IF.

       WRITE-PURGE-RAPPORT.
           OPEN OUTPUT RAPPORT-ARCHIVAGE.
           MOVE ALL '=' TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE TETE-ARCHIVAGE TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           IF SIMULATION-MODE
               STRING "RUN DU " WS-RUN-DATE
                   " - RETENTION " WS-RETENTION " JOURS"
                   " - SIMULATION, MASTER NON MODIFIE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "RUN DU " WS-RUN-DATE
                   " - RETENTION " WS-RETENTION " JOURS"
                   " - PRIMES EN EUR"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE ALL '=' TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE 1 TO WS-COMPANY-IDX.
           PERFORM UNTIL WS-COMPANY-IDX > WS-COMPANY-COUNT
               MOVE WS-PG-PRIME-EUR(WS-COMPANY-IDX)
                   TO WS-PRIME-DISPLAY
               MOVE SPACE TO WS-PRINT-LINE
               STRING "  " WS-PG-CODE(WS-COMPANY-IDX) " "
                   WS-PG-ENTREPRISE(WS-COMPANY-IDX)
                   " ARCHIVES=" WS-PG-NB(WS-COMPANY-IDX)
                   " PRIME RETIREE=" WS-PRIME-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               MOVE WS-PRINT-LINE TO ARCHIVAGE-ENTRY
               WRITE ARCHIVAGE-ENTRY
               IF WS-PG-NON-VALORISES(WS-COMPANY-IDX) > 0
                   MOVE SPACE TO WS-PRINT-LINE
                   STRING "    DONT "
                       WS-PG-NON-VALORISES(WS-COMPANY-IDX)
                       " CONTRATS NON VALORISES EN EUR"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   MOVE WS-PRINT-LINE TO ARCHIVAGE-ENTRY
                   WRITE ARCHIVAGE-ENTRY
               END-IF
               ADD 1 TO WS-COMPANY-IDX
           END-PERFORM.
           IF WS-COMPANY-COUNT = 0
               MOVE "  AUCUN CONTRAT A ARCHIVER" TO ARCHIVAGE-ENTRY
               WRITE ARCHIVAGE-ENTRY
           END-IF.
           MOVE ALL '-' TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE WS-TOT-PRIME-EUR TO WS-PRIME-DISPLAY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "TOTAL ARCHIVES=" WS-NB-ARCHIVES
               " PRIME RETIREE=" WS-PRIME-DISPLAY
               " DONT CLES DEJA A L'ARCHIVE=" WS-NB-REMPLACES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "MASTER AVANT=" WS-NB-MASTER-AVANT
               " - ARCHIVES=" WS-NB-ARCHIVES
               " = MASTER APRES=" WS-NB-MASTER-APRES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           MOVE SPACE TO WS-PRINT-LINE.
           STRING "CLOS=" WS-NB-CLOS
               " DANS LA RETENTION=" WS-NB-RECENTS
               " SANS DATE DE CLOTURE=" WS-NB-SANS-DATE
               " REPORTES AU PROCHAIN RUN=" WS-NB-REPORTES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO ARCHIVAGE-ENTRY.
           WRITE ARCHIVAGE-ENTRY.
           CLOSE RAPPORT-ARCHIVAGE.

       CONVERT-PRIME-EUR.
           MOVE 'N' TO WS-PRIME-EUR-OK.
           MOVE 0 TO WS-PRIME-EUR.
           MOVE 0 TO WS-RATE-IDX.
           MOVE 1 TO WS-CURRENCY-IDX.
           PERFORM UNTIL WS-CURRENCY-IDX > 5
               IF WS-DEVISE = WS-RATE-CODE(WS-CURRENCY-IDX)
                   MOVE WS-CURRENCY-IDX TO WS-RATE-IDX
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CURRENCY-IDX
           END-PERFORM.
           IF WS-RATE-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEVISE = 'EUR'
               MOVE WS-PRIX-VALUE TO WS-PRIME-EUR
               MOVE 'Y' TO WS-PRIME-EUR-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-RATE-LOADED(WS-RATE-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRIME-EUR ROUNDED =
               WS-PRIX-VALUE * WS-RATE-VALUE(WS-RATE-IDX)
               ON SIZE ERROR
                   MOVE 0 TO WS-PRIME-EUR
               NOT ON SIZE ERROR
                   MOVE 'Y' TO WS-PRIME-EUR-OK
           END-COMPUTE.

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
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-TAUX-EOF.
           PERFORM UNTIL TAUX-AT-END
               READ TAUX-CHANGE
                   AT END
                       MOVE 'Y' TO WS-TAUX-EOF
                   NOT AT END
                       PERFORM STORE-ONE-RATE
               END-READ
           END-PERFORM.
           CLOSE TAUX-CHANGE.

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
