      **************************************************************
      *    PROGRAMME RunMon                                        *
      *    Moniteur des engagements de service et des anomalies     *
      *    du registre des executions (RUNREG, copybook RUNREGR) :  *
      *    la ou RunInq restitue les executions d'une journee, ce   *
      *    programme dit quand le deroulement n'est pas celui       *
      *    attendu, et imprime un rapport des exceptions (MONRPT)   *
      *    dont l'equipe du matin peut partir.                      *
      *                                                              *
      *    Le fichier des executions attendues (EXPRUNS, copybook    *
      *    EXPRUNR) donne les programmes qui doivent tourner chaque  *
      *    jour, dans leur ordre, avec leur heure limite de fin,     *
      *    leur duree maximale et leur code retour maximal. Pour     *
      *    chaque journee de la periode analysee (executions         *
      *    rattachees a leur date de debut, comme RunInq) sont       *
      *    signales en ALERTE :                                      *
      *        - un programme attendu jamais execute, ou execute     *
      *          plusieurs fois ;                                    *
      *        - un programme execute avant un programme qui le      *
      *          precede dans le fichier des executions attendues ;  *
      *        - une fin apres l'heure limite, une duree superieure  *
      *          a la duree maximale, un code retour superieur au    *
      *          code retour maximal ;                               *
      *        - par rapport a la moyenne glissante des executions   *
      *          du programme sur les jours precedents (3 executions *
      *          au moins) : un volume lu ecarte de la moyenne de    *
      *          plus du pourcentage admis, un taux de rejet         *
      *          superieur a la moyenne de plus des points admis,    *
      *          une duree de plus du double de la moyenne (et d'une *
      *          minute au moins) ;                                  *
      *        - une journee sans aucune execution enregistree.      *
      *    Sont signales pour INFO : une etape sautee par le pilote  *
      *    DateChn (mode SKIP, qui tient lieu d'execution) et un     *
      *    programme execute sans etre attendu.                      *
      *                                                              *
      *    Parametres (variables d'environnement) :                  *
      *        RUNMON-FROM  premier jour analyse (AAAAMMJJ, a blanc  *
      *                     : RUNMON-TO) ;                           *
      *        RUNMON-TO    dernier jour analyse (AAAAMMJJ, a blanc  *
      *                     : date du jour) ;                        *
      *        RUNMON-HIST  jours de la moyenne glissante (01-99, a  *
      *                     blanc : 07) ;                            *
      *        RUNMON-VOL   ecart de volume admis en pourcentage     *
      *                     (001-999, a blanc : 050) ;               *
      *        RUNMON-REJ   hausse du taux de rejet admise en points *
      *                     (01-99, a blanc : 05).                   *
      *    La periode analysee couvre 366 jours au plus.             *
      *                                                              *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 aucune alerte, 4 au moins une alerte, 8   *
      *    parametre invalide, fichier introuvable, executions       *
      *    attendues invalides ou table saturee.                     *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunMon.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP-FILE ASSIGN TO "EXPRUNS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.

           SELECT RUNREG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.

           SELECT MONRPT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MONRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  EXP-FILE.
       COPY EXPRUNR.

       FD  RUNREG-FILE.
       COPY RUNREGR.

       FD  MONRPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

      *    Parametres tels que recus de l'environnement, puis
      *    periode analysee et debut de l'historique de la moyenne
      *    glissante, en jours depuis l'origine du calendrier.
       01 WS-FROM-TXT                  PIC X(08) VALUE SPACES.
       01 WS-TO-TXT                    PIC X(08) VALUE SPACES.
       01 WS-HIST-TXT                  PIC X(02) VALUE SPACES.
       01 WS-VOL-TXT                   PIC X(03) VALUE SPACES.
       01 WS-REJ-TXT                   PIC X(02) VALUE SPACES.
       01 WS-FROM-DATE                 PIC 9(08) VALUE ZERO.
       01 WS-TO-DATE                   PIC 9(08) VALUE ZERO.
       01 WS-HIST-DAYS                 PIC 9(02) VALUE 07.
       01 WS-VOL-PCT                   PIC 9(03) VALUE 050.
       01 WS-REJ-POINTS                PIC 9(02) VALUE 05.
       01 WS-FROM-INTEGER              PIC 9(07) VALUE ZERO.
       01 WS-TO-INTEGER                PIC 9(07) VALUE ZERO.
       01 WS-HIST-START-INTEGER        PIC 9(07) VALUE ZERO.
       01 WS-DATE-TXT                  PIC X(08).

       01 WS-EXP-STATUS                PIC X(02) VALUE SPACES.
       01 WS-RUNREG-STATUS             PIC X(02) VALUE SPACES.
       01 WS-MONRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Executions attendues, dans l'ordre du fichier : heure
      *    limite en secondes depuis minuit du jour de debut
      *    (lendemain compris), duree maximale en secondes (zero :
      *    pas de limite), code retour maximal.
       01 WS-EXP-MAX                   PIC 9(03) VALUE 50.
       01 WS-EXP-COUNT                 PIC 9(03) VALUE ZERO.
       01 WS-EXP-LINE                  PIC 9(05) VALUE ZERO.
       01 WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 50 TIMES.
               10 WS-XP-PROGRAM        PIC X(08).
               10 WS-XP-DEADLINE-SW    PIC X(01).
                   88 WS-XP-HAS-DEADLINE   VALUE 'Y'.
               10 WS-XP-DEADLINE-TIME  PIC 9(06).
               10 WS-XP-DEADLINE-DAY   PIC 9(01).
               10 WS-XP-DEADLINE-SECS  PIC 9(06).
               10 WS-XP-MAX-MINUTES    PIC 9(04).
               10 WS-XP-MAX-SECS       PIC 9(07).
               10 WS-XP-MAX-RC         PIC 9(02).
       01 WS-EXP-SUB                   PIC 9(03).
       01 WS-EXP-FOUND-SW              PIC X(01) VALUE 'N'.
           88 WS-EXP-FOUND                 VALUE 'Y'.

      *    Executions du registre retenues (periode analysee et
      *    historique de la moyenne glissante), dans l'ordre
      *    d'ecriture du registre - l'ordre reel de la chaine :
      *    jour de debut, fin en secondes absolues, duree en
      *    secondes, comptes et code retour.
       01 WS-RUN-MAX                   PIC 9(05) VALUE 5000.
       01 WS-RUN-COUNT                 PIC 9(05) VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 5000 TIMES.
               10 WS-RN-PROGRAM        PIC X(08).
               10 WS-RN-SKIP-SW        PIC X(01).
                   88 WS-RN-SKIPPED        VALUE 'Y'.
               10 WS-RN-DAY-INTEGER    PIC 9(07).
               10 WS-RN-END-DATE       PIC 9(08).
               10 WS-RN-END-TIME       PIC 9(06).
               10 WS-RN-END-ABS        PIC 9(11).
               10 WS-RN-DURATION       PIC 9(07).
               10 WS-RN-READ           PIC 9(07).
               10 WS-RN-REJECTED       PIC 9(07).
               10 WS-RN-RC             PIC 9(04).
       01 WS-RUN-SUB                   PIC 9(05).
       01 WS-RUN-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88 WS-RUN-OVERFLOW              VALUE 'Y'.

      *    Conversion d'une heure HHMMSS en secondes.
       01 WS-HMS                       PIC 9(06).
       01 WS-HMS-PARTS REDEFINES WS-HMS.
           05 WS-HMS-HH                PIC 9(02).
           05 WS-HMS-MM                PIC 9(02).
           05 WS-HMS-SS                PIC 9(02).
       01 WS-SECONDS                   PIC 9(05).
       01 WS-START-ABS                 PIC 9(11).
       01 WS-DEADLINE-ABS              PIC 9(11).

      *    Journee analysee et constats du programme attendu en
      *    cours sur cette journee.
       01 WS-DAY-INTEGER               PIC 9(07).
       01 WS-DAY-DATE                  PIC 9(08).
       01 WS-DAY-RUN-COUNT             PIC 9(05).
       01 WS-PRG-RUN-COUNT             PIC 9(05).
       01 WS-PRG-FIRST-SUB             PIC 9(05).
       01 WS-PRG-SKIP-SW               PIC X(01) VALUE 'N'.
           88 WS-PRG-SKIPPED               VALUE 'Y'.
       01 WS-LAST-POSITION             PIC 9(05).
       01 WS-LAST-PROGRAM              PIC X(08).

      *    Moyenne glissante du programme en cours sur les jours
      *    precedant la journee analysee.
       01 WS-HIST-MIN                  PIC 9(02) VALUE 3.
       01 WS-HIST-RUNS                 PIC 9(05).
       01 WS-HIST-SUM-READ             PIC 9(11).
       01 WS-HIST-SUM-REJECTED         PIC 9(11).
       01 WS-HIST-SUM-DURATION         PIC 9(11).
       01 WS-AVG-READ                  PIC 9(07).
       01 WS-AVG-DURATION              PIC 9(07).
       01 WS-AVG-RATE                  PIC 9(03)V99.
       01 WS-RUN-RATE                  PIC 9(03)V99.
       01 WS-READ-GAP                  PIC S9(08).
       01 WS-RATE-EDIT                 PIC ZZ9.99.
       01 WS-AVG-RATE-EDIT             PIC ZZ9.99.
       01 WS-DURATION-MINUTES          PIC 9(05).

      *    Ligne d'exception en cours et comptes du controle.
       01 WS-EXC-PROGRAM               PIC X(08).
       01 WS-EXC-TEXT                  PIC X(60).
       01 WS-EXC-LEVEL                 PIC X(06).
       01 WS-DAYS-ANALYSED             PIC 9(05) VALUE ZERO.
       01 WS-RUNS-ANALYSED             PIC 9(07) VALUE ZERO.
       01 WS-ALERT-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-INFO-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-DAY-EXC-COUNT             PIC 9(05).

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    les 6 premiers chiffres (HHMMSS) sont retenus.
       01 WS-START-DATE                PIC 9(08).
       01 WS-START-TIME-FULL           PIC 9(08).
       01 WS-START-TIME                PIC 9(06).

      *    Zone d'echange avec le sous-programme DateVal, qui
      *    controle les bornes de la periode.
       COPY DTVALID.

      *    Zone d'echange avec le sous-programme RunLog, qui ajoute
      *    la ligne de l'execution au registre des executions.
       COPY RUNLOGP.

       PROCEDURE DIVISION.

      *    Point d'entree principal du programme.
       1000-MAIN.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME-FULL FROM TIME
           MOVE WS-START-TIME-FULL(1:6) TO WS-START-TIME

           PERFORM 1100-ACCEPT-PARAMETERS
           IF RETURN-CODE = 0
               PERFORM 1200-LOAD-EXPECTED-RUNS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1300-LOAD-RUN-REGISTRY
           END-IF
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           OPEN OUTPUT MONRPT-FILE
           PERFORM 5100-WRITE-REPORT-HEADER
           PERFORM VARYING WS-DAY-INTEGER FROM WS-FROM-INTEGER BY 1
                   UNTIL WS-DAY-INTEGER > WS-TO-INTEGER
               PERFORM 2000-CHECK-ONE-DAY
           END-PERFORM
           PERFORM 5200-WRITE-REPORT-TOTALS
           CLOSE MONRPT-FILE

           DISPLAY "Moniteur des executions du " WS-FROM-DATE
               " au " WS-TO-DATE ": " WS-ALERT-COUNT " alerte(s), "
               WS-INFO-COUNT " information(s)."
           IF WS-ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : executions analysees, journees
      *    analysees, alertes et code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'RunMon' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-RUNS-ANALYSED TO RG-READ-COUNT
           MOVE WS-DAYS-ANALYSED TO RG-WRITTEN-COUNT
           MOVE WS-ALERT-COUNT TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Lit et controle les parametres : les bornes de la
      *    periode d'abord (l'appel de DateVal remet le code retour
      *    a zero), puis les seuils de la moyenne glissante.
       1100-ACCEPT-PARAMETERS.
           ACCEPT WS-TO-TXT FROM ENVIRONMENT "RUNMON-TO"
           IF WS-TO-TXT = SPACES
               MOVE WS-START-DATE TO WS-TO-DATE
           ELSE
               MOVE WS-TO-TXT TO WS-DATE-TXT
               PERFORM 1110-VALIDATE-DATE
               IF DV-DATE-VALID
                   MOVE WS-TO-TXT TO WS-TO-DATE
               END-IF
           END-IF

           ACCEPT WS-FROM-TXT FROM ENVIRONMENT "RUNMON-FROM"
           IF WS-FROM-TXT = SPACES
               MOVE WS-TO-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-FROM-TXT TO WS-DATE-TXT
               PERFORM 1110-VALIDATE-DATE
               IF DV-DATE-VALID
                   MOVE WS-FROM-TXT TO WS-FROM-DATE
               END-IF
           END-IF

           IF WS-TO-DATE = ZERO OR WS-FROM-DATE = ZERO
               DISPLAY "Bornes de la periode invalides [" WS-FROM-TXT
                   "] [" WS-TO-TXT "], AAAAMMJJ attendu."
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-FROM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-TO-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               IF WS-FROM-INTEGER > WS-TO-INTEGER
                  OR WS-TO-INTEGER - WS-FROM-INTEGER > 365
                   DISPLAY "Periode du " WS-FROM-DATE " au "
                       WS-TO-DATE " invalide, 366 jours au plus."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           ACCEPT WS-HIST-TXT FROM ENVIRONMENT "RUNMON-HIST"
           IF WS-HIST-TXT NOT = SPACES
               IF WS-HIST-TXT IS NOT NUMERIC OR WS-HIST-TXT = '00'
                   DISPLAY "Historique invalide [" WS-HIST-TXT
                       "], 01 a 99 jours attendus."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-HIST-TXT TO WS-HIST-DAYS
               END-IF
           END-IF

           ACCEPT WS-VOL-TXT FROM ENVIRONMENT "RUNMON-VOL"
           IF WS-VOL-TXT NOT = SPACES
               IF WS-VOL-TXT IS NOT NUMERIC OR WS-VOL-TXT = '000'
                   DISPLAY "Ecart de volume invalide [" WS-VOL-TXT
                       "], 001 a 999 % attendus."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-VOL-TXT TO WS-VOL-PCT
               END-IF
           END-IF

           ACCEPT WS-REJ-TXT FROM ENVIRONMENT "RUNMON-REJ"
           IF WS-REJ-TXT NOT = SPACES
               IF WS-REJ-TXT IS NOT NUMERIC OR WS-REJ-TXT = '00'
                   DISPLAY "Hausse du taux de rejet invalide ["
                       WS-REJ-TXT "], 01 a 99 points attendus."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-REJ-TXT TO WS-REJ-POINTS
               END-IF
           END-IF

           IF RETURN-CODE = 0
               COMPUTE WS-HIST-START-INTEGER =
                   WS-FROM-INTEGER - WS-HIST-DAYS
           END-IF.

      *    Controle une date AAAAMMJJ par DateVal.
       1110-VALIDATE-DATE.
           MOVE 'N' TO DV-VALID-SW
           IF WS-DATE-TXT IS NUMERIC
               MOVE WS-DATE-TXT(1:4) TO DV-YEAR-NUM
               MOVE WS-DATE-TXT(5:2) TO DV-MONTH-NUM
               MOVE WS-DATE-TXT(7:2) TO DV-DAY-NUM
               CALL "DateVal" USING DV-PARM-AREA
           END-IF.

      *    Charge les executions attendues, dans l'ordre du
      *    fichier. Une ligne invalide rend le controle impossible.
       1200-LOAD-EXPECTED-RUNS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT EXP-FILE
           IF WS-EXP-STATUS NOT = '00'
               DISPLAY "Fichier des executions attendues introuvable "
                   "(statut " WS-EXP-STATUS "), controle annule."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ EXP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EXP-LINE
                           IF XR-RECORD NOT = SPACES
                               PERFORM 1210-STORE-EXPECTED-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXP-FILE
               IF RETURN-CODE = 0 AND WS-EXP-COUNT = 0
                   DISPLAY "Aucune execution attendue, controle "
                       "annule."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Controle et range une execution attendue.
       1210-STORE-EXPECTED-RUN.
           MOVE XR-DEADLINE-TIME TO WS-HMS
           EVALUATE TRUE
               WHEN WS-EXP-COUNT >= WS-EXP-MAX
                   DISPLAY "Table des executions attendues saturee ("
                       WS-EXP-MAX " programmes), controle annule."
                   MOVE 8 TO RETURN-CODE
                   SET WS-EOF TO TRUE
               WHEN XR-PROGRAM = SPACES
                 OR (XR-DEADLINE-TIME NOT = SPACES
                     AND (XR-DEADLINE-TIME IS NOT NUMERIC
                          OR WS-HMS-HH > 23 OR WS-HMS-MM > 59
                          OR WS-HMS-SS > 59))
                 OR (XR-DEADLINE-DAY NOT = SPACE
                     AND XR-DEADLINE-DAY NOT = '0'
                     AND XR-DEADLINE-DAY NOT = '1')
                 OR (XR-MAX-MINUTES NOT = SPACES
                     AND XR-MAX-MINUTES IS NOT NUMERIC)
                 OR (XR-MAX-RC NOT = SPACES
                     AND XR-MAX-RC IS NOT NUMERIC)
                   DISPLAY "Execution attendue invalide en ligne "
                       WS-EXP-LINE " [" XR-RECORD "]."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   ADD 1 TO WS-EXP-COUNT
                   MOVE XR-PROGRAM TO WS-XP-PROGRAM(WS-EXP-COUNT)
                   MOVE 'N' TO WS-XP-DEADLINE-SW(WS-EXP-COUNT)
                   MOVE ZERO TO WS-XP-DEADLINE-TIME(WS-EXP-COUNT)
                   MOVE ZERO TO WS-XP-DEADLINE-DAY(WS-EXP-COUNT)
                   MOVE ZERO TO WS-XP-DEADLINE-SECS(WS-EXP-COUNT)
                   MOVE ZERO TO WS-XP-MAX-MINUTES(WS-EXP-COUNT)
                   MOVE ZERO TO WS-XP-MAX-RC(WS-EXP-COUNT)
                   IF XR-DEADLINE-TIME NOT = SPACES
                       SET WS-XP-HAS-DEADLINE(WS-EXP-COUNT) TO TRUE
                       MOVE WS-HMS
                           TO WS-XP-DEADLINE-TIME(WS-EXP-COUNT)
                       IF XR-DEADLINE-DAY = '1'
                           MOVE 1 TO WS-XP-DEADLINE-DAY(WS-EXP-COUNT)
                       END-IF
                       PERFORM 8000-TIME-TO-SECONDS
                       COMPUTE WS-XP-DEADLINE-SECS(WS-EXP-COUNT) =
                           WS-XP-DEADLINE-DAY(WS-EXP-COUNT) * 86400
                           + WS-SECONDS
                   END-IF
                   IF XR-MAX-MINUTES NOT = SPACES
                       MOVE XR-MAX-MINUTES
                           TO WS-XP-MAX-MINUTES(WS-EXP-COUNT)
                   END-IF
                   COMPUTE WS-XP-MAX-SECS(WS-EXP-COUNT) =
                       WS-XP-MAX-MINUTES(WS-EXP-COUNT) * 60
                   IF XR-MAX-RC NOT = SPACES
                       MOVE XR-MAX-RC TO WS-XP-MAX-RC(WS-EXP-COUNT)
                   END-IF
           END-EVALUATE.

      *    Charge les executions du registre dont le jour de debut
      *    tombe dans l'historique ou la periode analysee. Une ligne
      *    illisible est ignoree ; une table saturee rend le
      *    controle impossible.
       1300-LOAD-RUN-REGISTRY.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RUNREG-FILE
           IF WS-RUNREG-STATUS NOT = '00'
               DISPLAY "Registre des executions introuvable (statut "
                   WS-RUNREG-STATUS "), controle annule."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RUNREG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RR-START-DATE IS NUMERIC
                              AND RR-START-TIME IS NUMERIC
                              AND RR-END-DATE IS NUMERIC
                              AND RR-END-TIME IS NUMERIC
                              AND RR-START-DATE > ZERO
                              AND RR-END-DATE > ZERO
                               PERFORM 1310-STORE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNREG-FILE
               IF WS-RUN-OVERFLOW
                   DISPLAY "Table des executions saturee (" WS-RUN-MAX
                       " executions), controle annule."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Range une execution du registre : jour de debut, fin et
      *    duree en secondes, comptes (zero quand illisibles) et
      *    code retour.
       1310-STORE-RUN.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(RR-START-DATE)
           IF WS-DAY-INTEGER >= WS-HIST-START-INTEGER
              AND WS-DAY-INTEGER <= WS-TO-INTEGER
               IF WS-RUN-COUNT >= WS-RUN-MAX
                   SET WS-RUN-OVERFLOW TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   MOVE RR-PROGRAM TO WS-RN-PROGRAM(WS-RUN-COUNT)
                   MOVE 'N' TO WS-RN-SKIP-SW(WS-RUN-COUNT)
                   IF RR-RUN-MODE = 'SKIP'
                       SET WS-RN-SKIPPED(WS-RUN-COUNT) TO TRUE
                   END-IF
                   MOVE WS-DAY-INTEGER
                       TO WS-RN-DAY-INTEGER(WS-RUN-COUNT)
                   MOVE RR-END-DATE TO WS-RN-END-DATE(WS-RUN-COUNT)
                   MOVE RR-END-TIME TO WS-RN-END-TIME(WS-RUN-COUNT)
                   MOVE RR-START-TIME TO WS-HMS
                   PERFORM 8000-TIME-TO-SECONDS
                   COMPUTE WS-START-ABS =
                       WS-DAY-INTEGER * 86400 + WS-SECONDS
                   MOVE RR-END-TIME TO WS-HMS
                   PERFORM 8000-TIME-TO-SECONDS
                   COMPUTE WS-RN-END-ABS(WS-RUN-COUNT) =
                       FUNCTION INTEGER-OF-DATE(RR-END-DATE) * 86400
                       + WS-SECONDS
                   IF WS-RN-END-ABS(WS-RUN-COUNT) > WS-START-ABS
                       COMPUTE WS-RN-DURATION(WS-RUN-COUNT) =
                           WS-RN-END-ABS(WS-RUN-COUNT) - WS-START-ABS
                   ELSE
                       MOVE ZERO TO WS-RN-DURATION(WS-RUN-COUNT)
                   END-IF
                   MOVE ZERO TO WS-RN-READ(WS-RUN-COUNT)
                   MOVE ZERO TO WS-RN-REJECTED(WS-RUN-COUNT)
                   MOVE ZERO TO WS-RN-RC(WS-RUN-COUNT)
                   IF RR-READ-COUNT IS NUMERIC
                       MOVE RR-READ-COUNT TO WS-RN-READ(WS-RUN-COUNT)
                   END-IF
                   IF RR-REJECTED-COUNT IS NUMERIC
                       MOVE RR-REJECTED-COUNT
                           TO WS-RN-REJECTED(WS-RUN-COUNT)
                   END-IF
                   IF RR-RETURN-CODE IS NUMERIC
                       MOVE RR-RETURN-CODE TO WS-RN-RC(WS-RUN-COUNT)
                   END-IF
               END-IF
           END-IF.

      *    Controle une journee de la periode : chaque programme
      *    attendu dans l'ordre du fichier, puis les executions non
      *    prevues. Une journee sans aucune execution au registre
      *    fait l'objet d'une seule alerte.
       2000-CHECK-ONE-DAY.
           ADD 1 TO WS-DAYS-ANALYSED
           COMPUTE WS-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE ZERO TO WS-DAY-EXC-COUNT
           STRING 'JOURNEE DU ' WS-DAY-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE

           MOVE ZERO TO WS-DAY-RUN-COUNT
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RN-DAY-INTEGER(WS-RUN-SUB) = WS-DAY-INTEGER
                   ADD 1 TO WS-DAY-RUN-COUNT
                   IF NOT WS-RN-SKIPPED(WS-RUN-SUB)
                       ADD 1 TO WS-RUNS-ANALYSED
                   END-IF
               END-IF
           END-PERFORM

           IF WS-DAY-RUN-COUNT = 0
               MOVE '--------' TO WS-EXC-PROGRAM
               MOVE 'AUCUNE EXECUTION ENREGISTREE' TO WS-EXC-TEXT
               PERFORM 5300-WRITE-ALERT
           ELSE
               MOVE ZERO TO WS-LAST-POSITION
               MOVE SPACES TO WS-LAST-PROGRAM
               PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                       UNTIL WS-EXP-SUB > WS-EXP-COUNT
                   PERFORM 2100-CHECK-EXPECTED-PROGRAM
               END-PERFORM
               PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                       UNTIL WS-RUN-SUB > WS-RUN-COUNT
                   IF WS-RN-DAY-INTEGER(WS-RUN-SUB) = WS-DAY-INTEGER
                      AND NOT WS-RN-SKIPPED(WS-RUN-SUB)
                       PERFORM 2400-CHECK-UNEXPECTED-RUN
                   END-IF
               END-PERFORM
           END-IF

           IF WS-DAY-EXC-COUNT = 0
               MOVE '  AUCUNE EXCEPTION' TO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Controle un programme attendu sur la journee : nombre
      *    d'executions (une etape sautee par le pilote en tient
      *    lieu), ordre par rapport aux programmes qui le precedent,
      *    puis chaque execution.
       2100-CHECK-EXPECTED-PROGRAM.
           MOVE WS-XP-PROGRAM(WS-EXP-SUB) TO WS-EXC-PROGRAM
           MOVE ZERO TO WS-PRG-RUN-COUNT
           MOVE ZERO TO WS-PRG-FIRST-SUB
           MOVE 'N' TO WS-PRG-SKIP-SW
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RN-DAY-INTEGER(WS-RUN-SUB) = WS-DAY-INTEGER
                  AND WS-RN-PROGRAM(WS-RUN-SUB) = WS-EXC-PROGRAM
                   IF WS-RN-SKIPPED(WS-RUN-SUB)
                       SET WS-PRG-SKIPPED TO TRUE
                   ELSE
                       ADD 1 TO WS-PRG-RUN-COUNT
                       IF WS-PRG-FIRST-SUB = 0
                           MOVE WS-RUN-SUB TO WS-PRG-FIRST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-PRG-RUN-COUNT = 0 AND WS-PRG-SKIPPED
                   MOVE 'ETAPE SAUTEE PAR LE PILOTE (SKIP)'
                       TO WS-EXC-TEXT
                   PERFORM 5310-WRITE-INFO
               WHEN WS-PRG-RUN-COUNT = 0
                   MOVE 'JAMAIS EXECUTE' TO WS-EXC-TEXT
                   PERFORM 5300-WRITE-ALERT
               WHEN OTHER
                   IF WS-PRG-RUN-COUNT > 1
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'EXECUTE ' WS-PRG-RUN-COUNT ' FOIS'
                           DELIMITED BY SIZE INTO WS-EXC-TEXT
                       PERFORM 5300-WRITE-ALERT
                   END-IF
                   IF WS-PRG-FIRST-SUB < WS-LAST-POSITION
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'EXECUTE AVANT ' DELIMITED BY SIZE
                           WS-LAST-PROGRAM DELIMITED BY SPACE
                           ', QUI DOIT LE PRECEDER' DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       PERFORM 5300-WRITE-ALERT
                   ELSE
                       MOVE WS-PRG-FIRST-SUB TO WS-LAST-POSITION
                       MOVE WS-EXC-PROGRAM TO WS-LAST-PROGRAM
                   END-IF
                   PERFORM 2300-COMPUTE-HISTORY
                   PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                           UNTIL WS-RUN-SUB > WS-RUN-COUNT
                       IF WS-RN-DAY-INTEGER(WS-RUN-SUB)
                              = WS-DAY-INTEGER
                          AND WS-RN-PROGRAM(WS-RUN-SUB)
                              = WS-EXC-PROGRAM
                          AND NOT WS-RN-SKIPPED(WS-RUN-SUB)
                           PERFORM 2200-CHECK-ONE-RUN
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    Controle une execution du programme attendu : heure
      *    limite, duree maximale et code retour maximal, puis
      *    ecarts a la moyenne glissante quand l'historique compte
      *    assez d'executions.
       2200-CHECK-ONE-RUN.
           IF WS-XP-HAS-DEADLINE(WS-EXP-SUB)
               COMPUTE WS-DEADLINE-ABS = WS-DAY-INTEGER * 86400
                   + WS-XP-DEADLINE-SECS(WS-EXP-SUB)
               IF WS-RN-END-ABS(WS-RUN-SUB) > WS-DEADLINE-ABS
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'FIN LE ' WS-RN-END-DATE(WS-RUN-SUB)
                       ' A ' WS-RN-END-TIME(WS-RUN-SUB)
                       ', LIMITE ' WS-XP-DEADLINE-TIME(WS-EXP-SUB)
                       ' J+' WS-XP-DEADLINE-DAY(WS-EXP-SUB)
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM 5300-WRITE-ALERT
               END-IF
           END-IF

           IF WS-XP-MAX-SECS(WS-EXP-SUB) > 0
              AND WS-RN-DURATION(WS-RUN-SUB)
                  > WS-XP-MAX-SECS(WS-EXP-SUB)
               COMPUTE WS-DURATION-MINUTES =
                   WS-RN-DURATION(WS-RUN-SUB) / 60
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'DUREE ' WS-DURATION-MINUTES ' MIN, MAXIMUM '
                   WS-XP-MAX-MINUTES(WS-EXP-SUB) ' MIN'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM 5300-WRITE-ALERT
           END-IF

           IF WS-RN-RC(WS-RUN-SUB) > WS-XP-MAX-RC(WS-EXP-SUB)
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'CODE RETOUR ' WS-RN-RC(WS-RUN-SUB)
                   ', MAXIMUM ' WS-XP-MAX-RC(WS-EXP-SUB)
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM 5300-WRITE-ALERT
           END-IF

           IF WS-HIST-RUNS >= WS-HIST-MIN
               PERFORM 2250-CHECK-AGAINST-HISTORY
           END-IF.

      *    Ecarts de l'execution a la moyenne glissante : volume
      *    lu, taux de rejet et duree.
       2250-CHECK-AGAINST-HISTORY.
           IF WS-AVG-READ > 0
               COMPUTE WS-READ-GAP =
                   WS-RN-READ(WS-RUN-SUB) - WS-AVG-READ
               IF WS-READ-GAP < 0
                   COMPUTE WS-READ-GAP = 0 - WS-READ-GAP
               END-IF
               IF WS-READ-GAP * 100 > WS-AVG-READ * WS-VOL-PCT
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'VOLUME ' WS-RN-READ(WS-RUN-SUB)
                       ' LUS, MOYENNE ' WS-AVG-READ
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM 5300-WRITE-ALERT
               END-IF
           END-IF

           IF WS-RN-READ(WS-RUN-SUB) > 0
               COMPUTE WS-RUN-RATE ROUNDED =
                   WS-RN-REJECTED(WS-RUN-SUB) * 100
                   / WS-RN-READ(WS-RUN-SUB)
               IF WS-RUN-RATE > WS-AVG-RATE + WS-REJ-POINTS
                   MOVE WS-RUN-RATE TO WS-RATE-EDIT
                   MOVE WS-AVG-RATE TO WS-AVG-RATE-EDIT
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'TAUX DE REJET ' WS-RATE-EDIT
                       ' %, MOYENNE ' WS-AVG-RATE-EDIT ' %'
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   PERFORM 5300-WRITE-ALERT
               END-IF
           END-IF

           IF WS-RN-DURATION(WS-RUN-SUB) > WS-AVG-DURATION * 2
              AND WS-RN-DURATION(WS-RUN-SUB) - WS-AVG-DURATION
                  >= 60
               MOVE SPACES TO WS-EXC-TEXT
               STRING 'DUREE ' WS-RN-DURATION(WS-RUN-SUB)
                   ' S, MOYENNE ' WS-AVG-DURATION ' S'
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM 5300-WRITE-ALERT
           END-IF.

      *    Moyenne glissante du programme attendu sur les jours
      *    precedant la journee analysee (RUNMON-HIST jours) :
      *    volume lu et duree moyens par execution, taux de rejet
      *    global. Les etapes sautees n'y entrent pas.
       2300-COMPUTE-HISTORY.
           MOVE ZERO TO WS-HIST-RUNS
           MOVE ZERO TO WS-HIST-SUM-READ
           MOVE ZERO TO WS-HIST-SUM-REJECTED
           MOVE ZERO TO WS-HIST-SUM-DURATION
           MOVE ZERO TO WS-AVG-READ
           MOVE ZERO TO WS-AVG-DURATION
           MOVE ZERO TO WS-AVG-RATE
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               IF WS-RN-PROGRAM(WS-RUN-SUB) = WS-EXC-PROGRAM
                  AND NOT WS-RN-SKIPPED(WS-RUN-SUB)
                  AND WS-RN-DAY-INTEGER(WS-RUN-SUB) < WS-DAY-INTEGER
                  AND WS-RN-DAY-INTEGER(WS-RUN-SUB)
                      >= WS-DAY-INTEGER - WS-HIST-DAYS
                   ADD 1 TO WS-HIST-RUNS
                   ADD WS-RN-READ(WS-RUN-SUB) TO WS-HIST-SUM-READ
                   ADD WS-RN-REJECTED(WS-RUN-SUB)
                       TO WS-HIST-SUM-REJECTED
                   ADD WS-RN-DURATION(WS-RUN-SUB)
                       TO WS-HIST-SUM-DURATION
               END-IF
           END-PERFORM
           IF WS-HIST-RUNS > 0
               COMPUTE WS-AVG-READ ROUNDED =
                   WS-HIST-SUM-READ / WS-HIST-RUNS
               COMPUTE WS-AVG-DURATION ROUNDED =
                   WS-HIST-SUM-DURATION / WS-HIST-RUNS
           END-IF
           IF WS-HIST-SUM-READ > 0
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-HIST-SUM-REJECTED * 100 / WS-HIST-SUM-READ
           END-IF.

      *    Signale pour information une execution d'un programme
      *    absent du fichier des executions attendues (le moniteur
      *    lui-meme excepte).
       2400-CHECK-UNEXPECTED-RUN.
           MOVE 'N' TO WS-EXP-FOUND-SW
           PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                   UNTIL WS-EXP-SUB > WS-EXP-COUNT OR WS-EXP-FOUND
               IF WS-XP-PROGRAM(WS-EXP-SUB) = WS-RN-PROGRAM(WS-RUN-SUB)
                   SET WS-EXP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-EXP-FOUND
              AND WS-RN-PROGRAM(WS-RUN-SUB) NOT = 'RunMon'
               MOVE WS-RN-PROGRAM(WS-RUN-SUB) TO WS-EXC-PROGRAM
               MOVE 'EXECUTION NON PREVUE' TO WS-EXC-TEXT
               PERFORM 5310-WRITE-INFO
           END-IF.

      *    Ecrit une ligne mise en forme dans le rapport.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete du rapport des exceptions : date du
      *    jour, periode analysee et seuils de la moyenne
      *    glissante.
       5100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EXCEPTIONS DU REGISTRE DES EXECUTIONS - DU '
               WS-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'PERIODE DU ' WS-FROM-DATE ' AU ' WS-TO-DATE
               ', ' WS-EXP-COUNT ' PROGRAMME(S) ATTENDU(S)'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'MOYENNE SUR ' WS-HIST-DAYS ' JOURS, ECART DE '
               'VOLUME ' WS-VOL-PCT ' %, HAUSSE DE REJET '
               WS-REJ-POINTS ' POINTS'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les totaux du controle.
       5200-WRITE-REPORT-TOTALS.
           STRING 'JOURNEES ANALYSEES: ' WS-DAYS-ANALYSED
               '  EXECUTIONS: ' WS-RUNS-ANALYSED
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'ALERTES: ' WS-ALERT-COUNT
               '  INFORMATIONS: ' WS-INFO-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Exception de niveau ALERTE.
       5300-WRITE-ALERT.
           MOVE 'ALERTE' TO WS-EXC-LEVEL
           ADD 1 TO WS-ALERT-COUNT
           PERFORM 5400-WRITE-EXCEPTION-LINE.

      *    Exception de niveau INFO.
       5310-WRITE-INFO.
           MOVE 'INFO' TO WS-EXC-LEVEL
           ADD 1 TO WS-INFO-COUNT
           PERFORM 5400-WRITE-EXCEPTION-LINE.

      *    Ligne d'exception : niveau, programme et constat.
       5400-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-DAY-EXC-COUNT
           STRING '  ' WS-EXC-LEVEL ' ' WS-EXC-PROGRAM ' '
               WS-EXC-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Convertit l'heure WS-HMS (HHMMSS) en secondes depuis
      *    minuit.
       8000-TIME-TO-SECONDS.
           COMPUTE WS-SECONDS = WS-HMS-HH * 3600 + WS-HMS-MM * 60
               + WS-HMS-SS.
