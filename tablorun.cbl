           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CHAINE-LOG ASSIGN TO 'journal-chaine.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHAINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-JOURNAL
           02 FILLER               PIC X.
           02 JRN-RC               PIC 9(2).

       FD CHAINE-LOG
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE IS F.

       01 LOG-RECORD.
           02 LOG-CHAINE-ID        PIC 9(16).
           02 FILLER               PIC X.
           02 LOG-ETAPE            PIC X(8).
           02 FILLER               PIC X.
           02 LOG-DEBUT-DATE       PIC 9(8).
           02 FILLER               PIC X.
           02 LOG-DEBUT-HEURE      PIC 9(8).
           02 FILLER               PIC X.
           02 LOG-FIN-DATE         PIC 9(8).
           02 FILLER               PIC X.
           02 LOG-FIN-HEURE        PIC 9(8).
           02 FILLER               PIC X.
           02 LOG-RC               PIC 9(3).
           02 FILLER               PIC X.
           02 LOG-STATUT           PIC X(7).
           02 FILLER               PIC X.
           02 LOG-MODE             PIC X(3).

       WORKING-STORAGE SECTION.

       01 WS-JOURNAL-STATUS      PIC X(2).
       01 WS-CHAINE-STATUS       PIC X(2).

       01  DATATABLE.
           02 DERNIERS-RUNS  OCCURS 10 TIMES.
           88 JOURNAL-AT-END      VALUE 'Y'.
       01  WS-SOMME-DISPLAY   PIC -(10)9.

       01  CHAINETABLE.
           02 DERNIERE-CHAINE OCCURS 30 TIMES.
            03 WS-CH-ETAPE    PIC X(8)  VALUE SPACE.
            03 WS-CH-DEBUT-D  PIC 9(8)  VALUE 0.
            03 WS-CH-DEBUT-H  PIC 9(8)  VALUE 0.
            03 WS-CH-FIN-D    PIC 9(8)  VALUE 0.
            03 WS-CH-FIN-H    PIC 9(8)  VALUE 0.
            03 WS-CH-RC       PIC 9(3)  VALUE 0.
            03 WS-CH-STATUT   PIC X(7)  VALUE SPACE.
            03 WS-CH-MODE     PIC X(3)  VALUE SPACE.
       01  WS-CHAINE-ID       PIC 9(16) VALUE 0.
       01  WS-CH-COUNT        PIC 9(2)  VALUE 0.
       01  WS-CH-IDX          PIC 9(2)  VALUE 0.
       01  WS-CH-TERMINES     PIC 9(2)  VALUE 0.
       01  WS-CH-ECHECS       PIC 9(2)  VALUE 0.
       01  WS-CH-SAUTES       PIC 9(2)  VALUE 0.
       01  WS-CHAINE-EOF      PIC X     VALUE 'N'.
           88 CHAINE-AT-END       VALUE 'Y'.

       PROCEDURE DIVISION.

           OPEN INPUT RUN-JOURNAL.
           DISPLAY "-----------------------------------------------"
               "-------------------------------------".

           PERFORM SHOW-LAST-CHAINE.

           STOP RUN.

       STORE-ONE-RUN.
           MOVE JRN-SOMME TO WS-SOMME(WS-LOADED-COUNT).
           MOVE JRN-FIN TO WS-FIN(WS-LOADED-COUNT).
           MOVE JRN-RC TO WS-RC(WS-LOADED-COUNT).

       SHOW-LAST-CHAINE.
           OPEN INPUT CHAINE-LOG.
           IF WS-CHAINE-STATUS = '35'
               DISPLAY "WARNING: journal-chaine.dat NOT FOUND - "
                   "NO CHAIN RUN TO SHOW"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CHAINE-EOF.
           PERFORM UNTIL CHAINE-AT-END
               READ CHAINE-LOG
                   AT END
                       MOVE 'Y' TO WS-CHAINE-EOF
                   NOT AT END
                       PERFORM STORE-ONE-ETAPE
               END-READ
           END-PERFORM.
           CLOSE CHAINE-LOG.
           MOVE 1 TO WS-CH-IDX.
           PERFORM UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-STATUT(WS-CH-IDX) = 'TERMINE'
                   ADD 1 TO WS-CH-TERMINES
               END-IF
               IF WS-CH-STATUT(WS-CH-IDX) = 'ECHEC'
                   ADD 1 TO WS-CH-ECHECS
               END-IF
               IF WS-CH-STATUT(WS-CH-IDX) = 'SAUTE'
                   ADD 1 TO WS-CH-SAUTES
               END-IF
               ADD 1 TO WS-CH-IDX
           END-PERFORM.
           DISPLAY "DERNIERE CHAINE " WS-CHAINE-ID " - "
               WS-CH-TERMINES " TERMINEES, " WS-CH-ECHECS
               " EN ECHEC, " WS-CH-SAUTES " SAUTEES".
           DISPLAY "-----------------------------------------------"
               "-------------------------------------".
           DISPLAY "ETAPE    DEBUT             FIN               "
               "RC  STATUT  MODE".
           DISPLAY "-----------------------------------------------"
               "-------------------------------------".
           MOVE 1 TO WS-CH-IDX.
           PERFORM UNTIL WS-CH-IDX > WS-CH-COUNT
               DISPLAY WS-CH-ETAPE(WS-CH-IDX) SPACE
                   WS-CH-DEBUT-D(WS-CH-IDX) SPACE
                   WS-CH-DEBUT-H(WS-CH-IDX) SPACE
                   WS-CH-FIN-D(WS-CH-IDX) SPACE
                   WS-CH-FIN-H(WS-CH-IDX) SPACE
                   WS-CH-RC(WS-CH-IDX) SPACE
                   WS-CH-STATUT(WS-CH-IDX) SPACE
                   WS-CH-MODE(WS-CH-IDX)
               ADD 1 TO WS-CH-IDX
           END-PERFORM.
           DISPLAY "-----------------------------------------------"
               "-------------------------------------".

       STORE-ONE-ETAPE.
           IF LOG-CHAINE-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF LOG-CHAINE-ID NOT = WS-CHAINE-ID
               MOVE LOG-CHAINE-ID TO WS-CHAINE-ID
               MOVE 0 TO WS-CH-COUNT
           END-IF.
           MOVE 1 TO WS-CH-IDX.
           PERFORM UNTIL WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-ETAPE(WS-CH-IDX) = LOG-ETAPE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CH-IDX
           END-PERFORM.
           IF WS-CH-IDX > WS-CH-COUNT
               IF WS-CH-COUNT NOT < 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CH-COUNT
               MOVE WS-CH-COUNT TO WS-CH-IDX
           END-IF.
           MOVE LOG-ETAPE TO WS-CH-ETAPE(WS-CH-IDX).
           MOVE LOG-DEBUT-DATE TO WS-CH-DEBUT-D(WS-CH-IDX).
           MOVE LOG-DEBUT-HEURE TO WS-CH-DEBUT-H(WS-CH-IDX).
           MOVE LOG-FIN-DATE TO WS-CH-FIN-D(WS-CH-IDX).
           MOVE LOG-FIN-HEURE TO WS-CH-FIN-H(WS-CH-IDX).
           MOVE LOG-RC TO WS-CH-RC(WS-CH-IDX).
           MOVE LOG-STATUT TO WS-CH-STATUT(WS-CH-IDX).
           MOVE LOG-MODE TO WS-CH-MODE(WS-CH-IDX).
