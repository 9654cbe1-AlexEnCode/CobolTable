           RECORD KEY IS MAST-KEY
           FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL ASSU-ARCHIVE ASSIGN TO
           DYNAMIC WS-ARCH-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARCH-KEY
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT OPTIONAL TAUX-CHANGE ASSIGN TO 'taux-change.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

       FD TAUX-CHANGE
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.
           02 IN-WS-NUMBER      PIC A(4).

       FD MOUVEMENTS
           RECORD CONTAINS 142 CHARACTERS
           RECORDING MODE IS F.

       01 MOUVEMENT-RECORD.
           02 MVT-ORIGIN           PIC X(5).
           02 FILLER               PIC X.
           02 MVT-DATA             PIC X(125).
           02 FILLER               PIC X.
           02 MVT-DATE-EFFET       PIC X(8).

       FD MASTER-JOURNAL
           RECORD CONTAINS 296 CHARACTERS
       WORKING-STORAGE SECTION.

       01 WS-MAST-STATUS        PIC X(2).
       01 WS-ARCH-STATUS        PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.
       01 WS-AGENCE             PIC X(3) VALUE SPACE.
       01 WS-MAST-NAME          PIC X(30) VALUE
           'assurances-master.dat'.
       01 WS-ARCH-NAME          PIC X(30) VALUE
           'assurances-archive.dat'.
       01 WS-MJRN-NAME          PIC X(30) VALUE
           'journal-master.dat'.
       01 WS-TAUX-STATUS        PIC X(2).
       01 WS-MJRN-STATUS        PIC X(2).
       01 WS-MAST-EOF           PIC X VALUE 'N'.
           88 MASTER-AT-END         VALUE 'Y'.
       01 WS-ARCH-EOF           PIC X VALUE 'N'.
           88 ARCHIVE-AT-END        VALUE 'Y'.
       01 WS-TAUX-EOF           PIC X VALUE 'N'.
           88 TAUX-AT-END           VALUE 'Y'.
       01 WS-AFF-EOF            PIC X VALUE 'N'.
       01 WS-ARG-ID             PIC X(8) VALUE SPACE.
       01 WS-ARG-CONTRAT        PIC X(14) VALUE SPACE.
       01 WS-NB-TROUVES         PIC 9(3) VALUE 0.
       01 WS-NB-ARCHIVES        PIC 9(3) VALUE 0.
       01 WS-NB-MVTS            PIC 9(3) VALUE 0.
       01 WS-NB-JRN             PIC 9(3) VALUE 0.

           CLOSE ASSU-MASTER.

           IF WS-NB-TROUVES = 0
               PERFORM SEARCH-ARCHIVE
           END-IF.

           IF WS-NB-TROUVES = 0
               DISPLAY "AUCUN CONTRAT AU MASTER NI A L'ARCHIVE POUR ID="
                   WS-ARG-ID
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM DISPLAY-MOUVEMENTS.
           PERFORM DISPLAY-JOURNAL.
           DISPLAY "**************************************************".
           DISPLAY "CONSULT: " WS-NB-TROUVES " CONTRAT(S), DONT "
               WS-NB-ARCHIVES " ARCHIVE(S), "
               WS-NB-MVTS " MOUVEMENT(S) EN ATTENTE, "
               WS-NB-JRN " ENTREE(S) AU JOURNAL".
           STOP RUN.
           MOVE SPACE TO WS-MAST-NAME.
           STRING 'assurances-master-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-MAST-NAME.
           MOVE SPACE TO WS-ARCH-NAME.
           STRING 'assurances-archive-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           MOVE SPACE TO WS-MJRN-NAME.
           STRING 'journal-master-' WS-AGENCE '.dat'
               DELIMITED BY SIZE INTO WS-MJRN-NAME.

       SEARCH-ARCHIVE.
           OPEN INPUT ASSU-ARCHIVE.
           IF WS-ARCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           IF WS-ARG-CONTRAT NOT = SPACE
               MOVE WS-ARG-ID TO ARCH-ID
               MOVE WS-ARG-CONTRAT TO ARCH-CONTRAT
               READ ASSU-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DISPLAY-ONE-ARCHIVE
               END-READ
           ELSE
               MOVE WS-ARG-ID TO ARCH-ID
               MOVE LOW-VALUE TO ARCH-CONTRAT
               START ASSU-ARCHIVE KEY NOT LESS THAN ARCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ARCH-EOF
                   NOT INVALID KEY
                       MOVE 'N' TO WS-ARCH-EOF
               END-START
               PERFORM UNTIL ARCHIVE-AT-END
                   READ ASSU-ARCHIVE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           IF ARCH-ID = WS-ARG-ID
                               PERFORM DISPLAY-ONE-ARCHIVE
                           ELSE
                               MOVE 'Y' TO WS-ARCH-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ASSU-ARCHIVE.

       DISPLAY-ONE-ARCHIVE.
           ADD 1 TO WS-NB-TROUVES.
           ADD 1 TO WS-NB-ARCHIVES.
           MOVE ARCH-KEY TO MAST-KEY.
           MOVE ARCH-ORIGIN TO MAST-ORIGIN.
           MOVE ARCH-DATA TO MAST-DATA.
           MOVE ARCH-AGENCE TO MAST-AGENCE.
           PERFORM DISPLAY-ONE-CONTRAT.
           DISPLAY "CONTRAT ARCHIVE LE " ARCH-DATE-ARCHIVAGE
               " (CLOS LE " ARCH-DATE-CLOTURE ")".

       DISPLAY-ONE-CONTRAT.
           DISPLAY "**************************************************".
           DISPLAY "ID :" MAST-ID.
                           ADD 1 TO WS-NB-MVTS
                           DISPLAY "  CODE=" MVT-CODE
                               " " MVT-DATA(1:60)
                           IF MVT-CODE = 'E'
                               DISPLAY "    AVENANT A EFFET DU "
                                   MVT-DATE-EFFET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
