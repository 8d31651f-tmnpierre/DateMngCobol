      **************************************************************
      *    PROGRAMME PerCls                                        *
      *    Cloture d'une periode fiscale (calendrier 4-4-5 du       *
      *    fichier FISCAL) : les totaux de controle de la periode   *
      *    sont figes dans le fichier des clotures (PERCLOSE,       *
      *    indexe, copybook PERCLOR) - jusqu'ici DateStat           *
      *    recalculait les chiffres d'une periode a chaque          *
      *    execution et DateArc pouvait en purger les lignes, si    *
      *    bien que la finance n'avait aucun chiffre arrete.        *
      *                                                              *
      *    Totaux figes (calcules par le sous-programme PerTot) :    *
      *    lignes PASS et FAIL du journal d'audit par type de        *
      *    transaction, rejets prononces par DateMng (registre des   *
      *    executions) et lignes de sortie par code calendrier.      *
      *    Une periode close ne se reouvre pas : DateArc n'archive   *
      *    que les periodes closes, et DateStat restitue comme       *
      *    retraitement tout ecart avec les chiffres figes.          *
      *                                                              *
      *    Parametre (variable d'environnement) :                    *
      *        PERCLS-PERIOD  periode a clore, AAAAPP (exercice et   *
      *                       numero de periode) ; a blanc : la      *
      *                       derniere periode achevee, sans         *
      *                       erreur si elle est deja close - le     *
      *                       programme peut tourner chaque nuit     *
      *                       dans la chaine.                        *
      *                                                              *
      *    Seule une periode achevee (date de fin anterieure au      *
      *    jour de l'execution) peut etre close. Les chiffres figes  *
      *    sont restitues au rapport de cloture (CLORPT), et         *
      *    l'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 periode close (ou, a blanc, derniere      *
      *    periode achevee deja close), 8 parametre invalide,        *
      *    periode absente du calendrier, non achevee ou deja        *
      *    close, journal d'audit ou registre des executions         *
      *    illisible, fichier des clotures inaccessible.             *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerCls.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIS-FILE ASSIGN TO "FISCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIS-STATUS.

           SELECT PERCLOSE-FILE ASSIGN TO "PERCLOSE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PC-PERIOD-KEY
               FILE STATUS IS WS-PERCLOSE-STATUS.

           SELECT CLORPT-FILE ASSIGN TO "CLORPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FIS-FILE.
       COPY FISCREC.

       FD  PERCLOSE-FILE.
       COPY PERCLOR.

       FD  CLORPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

      *    Periode demandee telle que recue de l'environnement ; a
      *    blanc, la derniere periode achevee est retenue.
       01 WS-PERIOD-PARM               PIC X(06) VALUE SPACES.
       01 WS-PERIOD-PARM-R REDEFINES WS-PERIOD-PARM.
           05 WS-PARM-YEAR             PIC X(04).
           05 WS-PARM-PERIOD           PIC X(02).
       01 WS-DEFAULT-SW                PIC X(01) VALUE 'N'.
           88 WS-DEFAULT-PERIOD            VALUE 'Y'.

       01 WS-FIS-STATUS                PIC X(02) VALUE SPACES.
       01 WS-PERCLOSE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-CLORPT-STATUS             PIC X(02) VALUE SPACES.

      *    Periode retenue et ses bornes, lues du calendrier fiscal.
       01 WS-PERIOD-FOUND-SW           PIC X(01) VALUE 'N'.
           88 WS-PERIOD-FOUND              VALUE 'Y'.
       01 WS-PER-YEAR                  PIC 9(04) VALUE ZERO.
       01 WS-PER-PERIOD                PIC 9(02) VALUE ZERO.
       01 WS-PER-START                 PIC 9(08) VALUE ZERO.
       01 WS-PER-END                   PIC 9(08) VALUE ZERO.
       01 WS-PER-LABEL                 PIC X(07) VALUE SPACES.

      *    Zone d'echange avec le sous-programme PerTot, qui calcule
      *    les totaux de controle de la periode.
       COPY PTPARM.

      *    Comptes de l'execution et zones de mise en forme.
       01 WS-AUDIT-LINE-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-CLOSED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-SUB                       PIC 9(02).

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions et la date de cloture. ACCEPT FROM TIME
      *    renvoie HHMMSScc ; seuls les 6 premiers chiffres
      *    (HHMMSS) sont retenus.
       01 WS-START-DATE                PIC 9(08).
       01 WS-START-TIME-FULL           PIC 9(08).
       01 WS-START-TIME                PIC 9(06).

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
               PERFORM 1200-FIND-FISCAL-PERIOD
           END-IF
           IF RETURN-CODE = 0
               PERFORM 1300-CHECK-PERIOD-ENDED
           END-IF
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           PERFORM 2000-OPEN-CLOSE-FILE
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           MOVE WS-PER-YEAR TO PC-FISC-YEAR
           MOVE WS-PER-PERIOD TO PC-FISC-PERIOD
           READ PERCLOSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-PERCLOSE-STATUS
               WHEN '23'
                   CONTINUE
               WHEN '00'
                   PERFORM 2100-REPORT-ALREADY-CLOSED
               WHEN OTHER
                   DISPLAY "Lecture du fichier des clotures en "
                       "erreur (statut " WS-PERCLOSE-STATUS
                       "), cloture annulee."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-PERCLOSE-STATUS NOT = '23'
               CLOSE PERCLOSE-FILE
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           PERFORM 3000-COMPUTE-TOTALS
           IF RETURN-CODE NOT = 0
               CLOSE PERCLOSE-FILE
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           WRITE PC-RECORD
               INVALID KEY
                   DISPLAY "Ecriture de la cloture " WS-PER-LABEL
                       " impossible (statut " WS-PERCLOSE-STATUS
                       "), cloture annulee."
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSED-COUNT
           END-WRITE
           CLOSE PERCLOSE-FILE
           IF WS-CLOSED-COUNT > 0
               OPEN OUTPUT CLORPT-FILE
               PERFORM 5100-WRITE-REPORT-HEADER
               PERFORM 5200-WRITE-TYPE-TOTALS
               PERFORM 5300-WRITE-CALENDAR-TOTALS
               CLOSE CLORPT-FILE
               DISPLAY "Periode fiscale " WS-PER-LABEL " close: "
                   WS-AUDIT-LINE-COUNT " ligne(s) d'audit, "
                   PC-REJECT-COUNT " rejet(s) figes."
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : lignes d'audit de la periode,
      *    periode close et code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'PerCls' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-AUDIT-LINE-COUNT TO RG-READ-COUNT
           MOVE WS-CLOSED-COUNT TO RG-WRITTEN-COUNT
           MOVE ZERO TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Lit et controle la periode demandee ; a blanc, la
      *    derniere periode achevee sera retenue.
       1100-ACCEPT-PARAMETERS.
           ACCEPT WS-PERIOD-PARM FROM ENVIRONMENT "PERCLS-PERIOD"
           EVALUATE TRUE
               WHEN WS-PERIOD-PARM = SPACES
                   SET WS-DEFAULT-PERIOD TO TRUE
               WHEN WS-PERIOD-PARM IS NOT NUMERIC
                 OR WS-PARM-PERIOD = '00'
                   DISPLAY "Periode invalide [" WS-PERIOD-PARM
                       "], AAAAPP attendu."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *    Retrouve la periode au calendrier fiscal : la periode
      *    demandee, ou a defaut celle dont la date de fin est la
      *    plus recente parmi les periodes achevees. Les lignes
      *    illisibles du calendrier sont ignorees, comme par
      *    FisPer.
       1200-FIND-FISCAL-PERIOD.
           OPEN INPUT FIS-FILE
           IF WS-FIS-STATUS NOT = '00'
               DISPLAY "Calendrier fiscal absent (statut "
                   WS-FIS-STATUS "), cloture annulee."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-FIS-STATUS NOT = '00'
                   READ FIS-FILE
                       AT END
                           MOVE '10' TO WS-FIS-STATUS
                       NOT AT END
                           PERFORM 1250-MATCH-FISCAL-PERIOD
                   END-READ
               END-PERFORM
               CLOSE FIS-FILE
               IF WS-PERIOD-FOUND
                   MOVE SPACES TO WS-PER-LABEL
                   STRING WS-PER-YEAR '-' WS-PER-PERIOD
                       DELIMITED BY SIZE INTO WS-PER-LABEL
               ELSE
                   IF WS-DEFAULT-PERIOD
                       DISPLAY "Aucune periode achevee au "
                           "calendrier fiscal, cloture annulee."
                   ELSE
                       DISPLAY "Periode " WS-PERIOD-PARM
                           " absente du calendrier fiscal, "
                           "cloture annulee."
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *    Retient la ligne de calendrier en cours si elle est la
      *    periode demandee ou, a blanc, une periode achevee plus
      *    recente que celle retenue jusque-la.
       1250-MATCH-FISCAL-PERIOD.
           IF FC-FISC-YEAR IS NUMERIC
              AND FC-PERIOD IS NUMERIC
              AND FC-START-DATE IS NUMERIC
              AND FC-END-DATE IS NUMERIC
              AND FC-START-DATE <= FC-END-DATE
               IF (WS-DEFAULT-PERIOD
                   AND FC-END-DATE < WS-START-DATE
                   AND FC-END-DATE > WS-PER-END)
                 OR (NOT WS-DEFAULT-PERIOD
                   AND FC-FISC-YEAR = WS-PARM-YEAR
                   AND FC-PERIOD = WS-PARM-PERIOD)
                   MOVE FC-FISC-YEAR TO WS-PER-YEAR
                   MOVE FC-PERIOD TO WS-PER-PERIOD
                   MOVE FC-START-DATE TO WS-PER-START
                   MOVE FC-END-DATE TO WS-PER-END
                   SET WS-PERIOD-FOUND TO TRUE
               END-IF
           END-IF.

      *    Refuse la cloture d'une periode qui n'est pas achevee :
      *    ses chiffres peuvent encore bouger.
       1300-CHECK-PERIOD-ENDED.
           IF WS-PER-END >= WS-START-DATE
               DISPLAY "Periode " WS-PER-LABEL " non achevee (fin le "
                   WS-PER-END "), cloture refusee."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Ouvre le fichier des clotures en mise a jour, en le
      *    creant a la premiere cloture.
       2000-OPEN-CLOSE-FILE.
           OPEN I-O PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS = '35'
               OPEN OUTPUT PERCLOSE-FILE
               IF WS-PERCLOSE-STATUS = '00'
                   CLOSE PERCLOSE-FILE
                   OPEN I-O PERCLOSE-FILE
               END-IF
           END-IF
           IF WS-PERCLOSE-STATUS NOT = '00'
               DISPLAY "Fichier des clotures inaccessible (statut "
                   WS-PERCLOSE-STATUS "), cloture annulee."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    La periode est deja close : ses chiffres ne se refigent
      *    pas. Sans periode demandee, la derniere periode achevee
      *    deja close signifie simplement qu'il n'y a rien a faire.
       2100-REPORT-ALREADY-CLOSED.
           IF WS-DEFAULT-PERIOD
               DISPLAY "Derniere periode achevee " WS-PER-LABEL
                   " deja close le " PC-CLOSE-DATE
                   ", rien a clore."
           ELSE
               DISPLAY "Periode " WS-PER-LABEL " deja close le "
                   PC-CLOSE-DATE ", cloture refusee."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Calcule les totaux de la periode par PerTot et prepare
      *    l'enregistrement de cloture. La cloture est refusee si
      *    le journal d'audit ou le registre des executions n'a pu
      *    etre lu : des chiffres figes incomplets ne se
      *    corrigeraient plus.
       3000-COMPUTE-TOTALS.
           MOVE SPACES TO PC-RECORD
           MOVE WS-PER-YEAR TO PC-FISC-YEAR
           MOVE WS-PER-PERIOD TO PC-FISC-PERIOD
           MOVE WS-PER-START TO PC-START-DATE
           MOVE WS-PER-END TO PC-END-DATE
           MOVE WS-START-DATE TO PC-CLOSE-DATE
           MOVE WS-START-TIME TO PC-CLOSE-TIME
           CALL "PerTot" USING PT-PARM-AREA PC-RECORD
           EVALUATE TRUE
               WHEN PT-AUDIT-ERROR
                   DISPLAY "Journal d'audit illisible, cloture de "
                       WS-PER-LABEL " annulee."
                   MOVE 8 TO RETURN-CODE
               WHEN PT-RUNREG-MISSING
                   DISPLAY "Registre des executions absent, rejets "
                       "non releves : cloture de " WS-PER-LABEL
                       " annulee."
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 5
                       ADD PC-TY-PASS(WS-SUB) PC-TY-FAIL(WS-SUB)
                           TO WS-AUDIT-LINE-COUNT
                   END-PERFORM
           END-EVALUATE.

      *    Ecrit une ligne mise en forme dans le rapport.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete du rapport de cloture : periode, bornes,
      *    date et heure de cloture.
       5100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLOTURE DE LA PERIODE FISCALE ' WS-PER-LABEL
               ' - DU ' PC-START-DATE ' AU ' PC-END-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'CHIFFRES FIGES LE ' PC-CLOSE-DATE ' A '
               PC-CLOSE-TIME
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les lignes d'audit par type de transaction et les
      *    rejets de la periode.
       5200-WRITE-TYPE-TOTALS.
           MOVE 'LIGNES D AUDIT PAR TYPE DE TRANSACTION'
               TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               STRING '  TYPE ' PC-TY-CODE(WS-SUB)
                   '  PASS ' PC-TY-PASS(WS-SUB)
                   '  FAIL ' PC-TY-FAIL(WS-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-PERFORM
           STRING 'REJETS DateMng (REGISTRE DES EXECUTIONS): '
               PC-REJECT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les lignes de sortie par code calendrier.
       5300-WRITE-CALENDAR-TOTALS.
           MOVE 'LIGNES DE SORTIE PAR CODE CALENDRIER'
               TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           IF PC-CAL-COUNT = 0
               MOVE '  AUCUNE LIGNE DE SORTIE SUR LA PERIODE'
                   TO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PC-CAL-COUNT
               STRING '  CODE [' PC-CA-CODE(WS-SUB) ']  '
                   PC-CA-OUTPUT(WS-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-PERFORM
           IF PC-CAL-OTHER > 0
               STRING '  AUTRES CODES  ' PC-CAL-OTHER
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF.
