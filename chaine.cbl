       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAINE-DEF ASSIGN TO 'chaine-nuit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DEF-STATUS.

           SELECT OPTIONAL CHAINE-LOG ASSIGN TO 'journal-chaine.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT OPTIONAL PARAM-CARD ASSIGN TO
           'carte-parametres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAINE-DEF
           RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.

       01 DEF-RECORD.
           02 DEF-ETAPE            PIC X(8).
           02 FILLER               PIC X.
           02 DEF-RC-MAX           PIC 9(2).
           02 FILLER               PIC X.
           02 DEF-SIMULATION       PIC X.
           02 DEF-PREDECESSEURS OCCURS 4 TIMES.
               03 FILLER           PIC X.
               03 DEF-PRED         PIC X(8).

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

       FD PARAM-CARD
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 PARAM-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-DEF-STATUS         PIC X(2).
       01 WS-LOG-STATUS         PIC X(2).
       01 WS-PARAM-STATUS       PIC X(2).
       01 WS-DEF-EOF            PIC X VALUE 'N'.
           88 DEF-AT-END            VALUE 'Y'.
       01 WS-LOG-EOF            PIC X VALUE 'N'.
           88 LOG-AT-END            VALUE 'Y'.
       01 WS-PARAM-EOF          PIC X VALUE 'N'.
           88 PARAM-AT-END          VALUE 'Y'.

       01 WS-PARAM-KEY          PIC X(20).
       01 WS-PARAM-VALUE        PIC X(60).
       01 WS-RUN-MODE           PIC X(10) VALUE 'NORMAL'.
           88 SIMULATION-MODE       VALUE 'SIMULATION'.
       01 WS-REPRISE            PIC X(3) VALUE 'OUI'.
           88 REPRISE-AUTORISEE     VALUE 'OUI'.
       01 WS-PREFIXE            PIC X(40) VALUE './'.

       01 WS-ETAPE-TABLE.
           02 ETAPE-ROW OCCURS 30 TIMES.
            03 ET-NOM         PIC X(8)  VALUE SPACE.
            03 ET-RC-MAX      PIC 9(2)  VALUE 0.
            03 ET-SIMULATION  PIC X     VALUE 'N'.
            03 ET-PRED        PIC X(8)  OCCURS 4 TIMES.
            03 ET-STATUT      PIC X(7)  VALUE SPACE.
            03 ET-RC          PIC 9(3)  VALUE 0.
       01 WS-ETAPE-COUNT        PIC 9(2) VALUE 0.
       01 WS-ETAPE-IDX          PIC 9(2) VALUE 0.
       01 WS-PRED-IDX           PIC 9(2) VALUE 0.
       01 WS-SRCH-IDX           PIC 9(2) VALUE 0.
       01 WS-KEY-ETAPE          PIC X(8) VALUE SPACE.
       01 WS-PRED-OK            PIC X VALUE 'Y'.
           88 PREDECESSEURS-OK      VALUE 'Y'.

       01 WS-CHAINE-ID          PIC 9(16) VALUE 0.
       01 WS-DERNIERE-CHAINE    PIC 9(16) VALUE 0.
       01 WS-MODE-CHAINE        PIC X(3) VALUE 'NOR'.
       01 WS-DERNIER-MODE       PIC X(3) VALUE SPACE.
       01 WS-DERNIER-ECHEC      PIC X VALUE 'N'.
           88 CHAINE-EN-ECHEC       VALUE 'Y'.
       01 WS-CHAINE-ARRETEE     PIC X VALUE 'N'.
           88 CHAINE-ARRETEE        VALUE 'Y'.
       01 WS-ETAPE-ECHEC        PIC X(8) VALUE SPACE.

       01 WS-COMMANDE           PIC X(60) VALUE SPACE.
       01 WS-SYS-RC             PIC S9(9) VALUE 0.
       01 WS-SYS-QUOT           PIC S9(9) VALUE 0.
       01 WS-SYS-REM            PIC S9(9) VALUE 0.
       01 WS-STEP-RC            PIC 9(3) VALUE 0.
       01 WS-DEBUT-DATE         PIC 9(8) VALUE 0.
       01 WS-DEBUT-HEURE        PIC 9(8) VALUE 0.
       01 WS-FIN-DATE           PIC 9(8) VALUE 0.
       01 WS-FIN-HEURE          PIC 9(8) VALUE 0.

       01 WS-NB-TERMINES        PIC 9(2) VALUE 0.
       01 WS-NB-DEJA-FAITS      PIC 9(2) VALUE 0.
       01 WS-NB-ECHECS          PIC 9(2) VALUE 0.
       01 WS-NB-SAUTES          PIC 9(2) VALUE 0.
       01 WS-MAX-RC             PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DEBUT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DEBUT-HEURE FROM TIME.
           PERFORM READ-PARAM-CARD.
           IF SIMULATION-MODE
               MOVE 'SIM' TO WS-MODE-CHAINE
           END-IF.
           PERFORM LOAD-CHAINE-DEF.
           IF WS-ETAPE-COUNT = 0
               DISPLAY "ABEND: CHAINE-NUIT VIDE OU ABSENTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DERNIERE-CHAINE.
           IF CHAINE-EN-ECHEC AND REPRISE-AUTORISEE
               AND WS-DERNIER-MODE NOT = WS-MODE-CHAINE
               DISPLAY "CHAINE " WS-DERNIERE-CHAINE " EN ECHEC EN MODE "
                   WS-DERNIER-MODE " - NON REPRISE EN MODE "
                   WS-MODE-CHAINE
               MOVE 'N' TO WS-DERNIER-ECHEC
           END-IF.
           IF CHAINE-EN-ECHEC AND REPRISE-AUTORISEE
               MOVE WS-DERNIERE-CHAINE TO WS-CHAINE-ID
               DISPLAY "REPRISE DE LA CHAINE " WS-CHAINE-ID
           ELSE
               COMPUTE WS-CHAINE-ID = WS-DEBUT-DATE * 100000000
                   + WS-DEBUT-HEURE
               MOVE 1 TO WS-ETAPE-IDX
               PERFORM UNTIL WS-ETAPE-IDX > WS-ETAPE-COUNT
                   MOVE SPACE TO ET-STATUT(WS-ETAPE-IDX)
                   ADD 1 TO WS-ETAPE-IDX
               END-PERFORM
               DISPLAY "NOUVELLE CHAINE " WS-CHAINE-ID
           END-IF.

           OPEN EXTEND CHAINE-LOG.
           IF WS-LOG-STATUS NOT = '00' AND WS-LOG-STATUS NOT = '05'
               DISPLAY "ABEND: CHAINE-LOG OPEN ERROR STATUS="
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-ETAPE-IDX.
           PERFORM UNTIL WS-ETAPE-IDX > WS-ETAPE-COUNT
               PERFORM RUN-ONE-ETAPE
               ADD 1 TO WS-ETAPE-IDX
           END-PERFORM.
           CLOSE CHAINE-LOG.

           DISPLAY "CHAINE: " WS-NB-TERMINES " TERMINEES, "
               WS-NB-DEJA-FAITS " DEJA FAITES, "
               WS-NB-ECHECS " EN ECHEC, "
               WS-NB-SAUTES " SAUTEES".
           IF CHAINE-ARRETEE
               DISPLAY "CHAINE ARRETEE SUR L'ETAPE " WS-ETAPE-ECHEC
                   " - RELANCER POUR REPRENDRE A CETTE ETAPE"
           END-IF.
           MOVE WS-MAX-RC TO RETURN-CODE.
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
           IF WS-PARAM-KEY = 'CHAINE-REPRISE'
               IF WS-PARAM-VALUE(1:3) = 'NON'
                   MOVE 'NON' TO WS-REPRISE
               END-IF
           END-IF.
           IF WS-PARAM-KEY = 'CHAINE-PREFIXE'
               MOVE WS-PARAM-VALUE(1:40) TO WS-PREFIXE
           END-IF.

       LOAD-CHAINE-DEF.
           OPEN INPUT CHAINE-DEF.
           IF WS-DEF-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DEF-EOF.
           PERFORM UNTIL DEF-AT-END
               READ CHAINE-DEF
                   AT END
                       MOVE 'Y' TO WS-DEF-EOF
                   NOT AT END
                       PERFORM STORE-ONE-ETAPE
               END-READ
           END-PERFORM.
           CLOSE CHAINE-DEF.

       STORE-ONE-ETAPE.
           IF DEF-RECORD = SPACE OR DEF-RECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF.
           IF DEF-ETAPE = SPACE OR DEF-RC-MAX NOT NUMERIC
               DISPLAY "ABEND: DEFINITION D'ETAPE INVALIDE: "
                   DEF-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DEF-ETAPE TO WS-KEY-ETAPE.
           PERFORM FIND-ETAPE.
           IF WS-SRCH-IDX > 0
               DISPLAY "ABEND: ETAPE EN DOUBLE: " DEF-ETAPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ETAPE-COUNT NOT < 30
               DISPLAY "ABEND: PLUS DE 30 ETAPES DANS LA CHAINE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 1 TO WS-PRED-IDX.
           PERFORM UNTIL WS-PRED-IDX > 4
               IF DEF-PRED(WS-PRED-IDX) NOT = SPACE
                   MOVE DEF-PRED(WS-PRED-IDX) TO WS-KEY-ETAPE
                   PERFORM FIND-ETAPE
                   IF WS-SRCH-IDX = 0
                       DISPLAY "ABEND: PREDECESSEUR " WS-KEY-ETAPE
                           " NON DEFINI AVANT " DEF-ETAPE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO WS-PRED-IDX
           END-PERFORM.
           ADD 1 TO WS-ETAPE-COUNT.
           MOVE DEF-ETAPE TO ET-NOM(WS-ETAPE-COUNT).
           MOVE DEF-RC-MAX TO ET-RC-MAX(WS-ETAPE-COUNT).
           MOVE DEF-SIMULATION TO ET-SIMULATION(WS-ETAPE-COUNT).
           MOVE 1 TO WS-PRED-IDX.
           PERFORM UNTIL WS-PRED-IDX > 4
               MOVE DEF-PRED(WS-PRED-IDX) TO
                   ET-PRED(WS-ETAPE-COUNT, WS-PRED-IDX)
               ADD 1 TO WS-PRED-IDX
           END-PERFORM.

       FIND-ETAPE.
           MOVE 1 TO WS-SRCH-IDX.
           PERFORM UNTIL WS-SRCH-IDX > WS-ETAPE-COUNT
               IF ET-NOM(WS-SRCH-IDX) = WS-KEY-ETAPE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SRCH-IDX
           END-PERFORM.
           MOVE 0 TO WS-SRCH-IDX.

       LOAD-DERNIERE-CHAINE.
           OPEN INPUT CHAINE-LOG.
           IF WS-LOG-STATUS = '35'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-LOG-EOF.
           PERFORM UNTIL LOG-AT-END
               READ CHAINE-LOG
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       PERFORM NOTE-ONE-LOG
               END-READ
           END-PERFORM.
           CLOSE CHAINE-LOG.
           MOVE 'N' TO WS-DERNIER-ECHEC.
           MOVE 1 TO WS-ETAPE-IDX.
           PERFORM UNTIL WS-ETAPE-IDX > WS-ETAPE-COUNT
               IF ET-STATUT(WS-ETAPE-IDX) = 'ECHEC'
                   MOVE 'Y' TO WS-DERNIER-ECHEC
               END-IF
               ADD 1 TO WS-ETAPE-IDX
           END-PERFORM.

       NOTE-ONE-LOG.
           IF LOG-CHAINE-ID NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF LOG-CHAINE-ID NOT = WS-DERNIERE-CHAINE
               MOVE LOG-CHAINE-ID TO WS-DERNIERE-CHAINE
               MOVE LOG-MODE TO WS-DERNIER-MODE
               MOVE 1 TO WS-ETAPE-IDX
               PERFORM UNTIL WS-ETAPE-IDX > WS-ETAPE-COUNT
                   MOVE SPACE TO ET-STATUT(WS-ETAPE-IDX)
                   ADD 1 TO WS-ETAPE-IDX
               END-PERFORM
           END-IF.
           MOVE LOG-ETAPE TO WS-KEY-ETAPE.
           PERFORM FIND-ETAPE.
           IF WS-SRCH-IDX > 0
               MOVE LOG-STATUT TO ET-STATUT(WS-SRCH-IDX)
           END-IF.

       RUN-ONE-ETAPE.
           ACCEPT WS-DEBUT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DEBUT-HEURE FROM TIME.
           MOVE 0 TO WS-STEP-RC.
           IF ET-STATUT(WS-ETAPE-IDX) = 'TERMINE'
               ADD 1 TO WS-NB-DEJA-FAITS
               DISPLAY "ETAPE " ET-NOM(WS-ETAPE-IDX)
                   " DEJA TERMINEE DANS CETTE CHAINE"
               EXIT PARAGRAPH
           END-IF.
           IF CHAINE-ARRETEE
               DISPLAY "ETAPE " ET-NOM(WS-ETAPE-IDX)
                   " SAUTEE - CHAINE ARRETEE"
               PERFORM LOG-ETAPE-SAUTEE
               EXIT PARAGRAPH
           END-IF.
           IF SIMULATION-MODE AND ET-SIMULATION(WS-ETAPE-IDX)
               NOT = 'O'
               DISPLAY "ETAPE " ET-NOM(WS-ETAPE-IDX)
                   " SAUTEE - NON AUTORISEE EN SIMULATION"
               PERFORM LOG-ETAPE-SAUTEE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PREDECESSEURS.
           IF NOT PREDECESSEURS-OK
               DISPLAY "ETAPE " ET-NOM(WS-ETAPE-IDX)
                   " SAUTEE - PREDECESSEUR NON TERMINE"
               PERFORM LOG-ETAPE-SAUTEE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO WS-COMMANDE.
           STRING WS-PREFIXE DELIMITED BY SPACE
               ET-NOM(WS-ETAPE-IDX) DELIMITED BY SPACE
               INTO WS-COMMANDE.
           DISPLAY "LANCEMENT " WS-COMMANDE.
           CALL 'SYSTEM' USING WS-COMMANDE.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM DECODE-SYSTEM-RC.
           MOVE WS-STEP-RC TO ET-RC(WS-ETAPE-IDX).
           IF WS-STEP-RC > WS-MAX-RC
               MOVE WS-STEP-RC TO WS-MAX-RC
           END-IF.
           IF WS-STEP-RC > ET-RC-MAX(WS-ETAPE-IDX)
               MOVE 'ECHEC' TO ET-STATUT(WS-ETAPE-IDX)
               MOVE 'Y' TO WS-CHAINE-ARRETEE
               MOVE ET-NOM(WS-ETAPE-IDX) TO WS-ETAPE-ECHEC
               ADD 1 TO WS-NB-ECHECS
               DISPLAY "ETAPE " ET-NOM(WS-ETAPE-IDX) " RC="
                   WS-STEP-RC " SUPERIEUR AU MAXIMUM "
                   ET-RC-MAX(WS-ETAPE-IDX)
           ELSE
               MOVE 'TERMINE' TO ET-STATUT(WS-ETAPE-IDX)
               ADD 1 TO WS-NB-TERMINES
               DISPLAY "ETAPE " ET-NOM(WS-ETAPE-IDX) " RC="
                   WS-STEP-RC " TERMINEE"
           END-IF.
           PERFORM WRITE-LOG-ETAPE.

       DECODE-SYSTEM-RC.
           IF WS-SYS-RC < 0
               MOVE 999 TO WS-STEP-RC
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-SYS-RC BY 256
               GIVING WS-SYS-QUOT REMAINDER WS-SYS-REM.
           IF WS-SYS-REM NOT = 0
               MOVE 999 TO WS-STEP-RC
           ELSE
               MOVE WS-SYS-QUOT TO WS-STEP-RC
           END-IF.

       CHECK-PREDECESSEURS.
           MOVE 'Y' TO WS-PRED-OK.
           MOVE 1 TO WS-PRED-IDX.
           PERFORM UNTIL WS-PRED-IDX > 4
               IF ET-PRED(WS-ETAPE-IDX, WS-PRED-IDX) NOT = SPACE
                   MOVE ET-PRED(WS-ETAPE-IDX, WS-PRED-IDX)
                       TO WS-KEY-ETAPE
                   PERFORM FIND-ETAPE
                   IF WS-SRCH-IDX = 0
                       MOVE 'N' TO WS-PRED-OK
                   ELSE
                       IF ET-STATUT(WS-SRCH-IDX) NOT = 'TERMINE'
                           MOVE 'N' TO WS-PRED-OK
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PRED-IDX
           END-PERFORM.

       LOG-ETAPE-SAUTEE.
           MOVE 'SAUTE' TO ET-STATUT(WS-ETAPE-IDX).
           MOVE 0 TO ET-RC(WS-ETAPE-IDX).
           ADD 1 TO WS-NB-SAUTES.
           PERFORM WRITE-LOG-ETAPE.

       WRITE-LOG-ETAPE.
           ACCEPT WS-FIN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-FIN-HEURE FROM TIME.
           MOVE SPACE TO LOG-RECORD.
           MOVE WS-CHAINE-ID TO LOG-CHAINE-ID.
           MOVE ET-NOM(WS-ETAPE-IDX) TO LOG-ETAPE.
           MOVE WS-DEBUT-DATE TO LOG-DEBUT-DATE.
           MOVE WS-DEBUT-HEURE TO LOG-DEBUT-HEURE.
           MOVE WS-FIN-DATE TO LOG-FIN-DATE.
           MOVE WS-FIN-HEURE TO LOG-FIN-HEURE.
           MOVE ET-RC(WS-ETAPE-IDX) TO LOG-RC.
           MOVE ET-STATUT(WS-ETAPE-IDX) TO LOG-STATUT.
           MOVE WS-MODE-CHAINE TO LOG-MODE.
           WRITE LOG-RECORD.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY "ABEND: CHAINE-LOG WRITE ERROR STATUS="
                   WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
