      *          4-4-5 du fichier FISCAL, resolue par le             *
      *          sous-programme FisPer), les jours hors du           *
      *          calendrier fiscal charge etant regroupes sous       *
      *          HORSCAL et signales ; une periode close par         *
      *          PerCls (fichier des clotures PERCLOSE) y est        *
      *          marquee CLOSE ;                                     *
      *        - les retraitements : pour chaque periode close de    *
      *          la restitution, les totaux de controle sont         *
      *          recalcules sur toute la periode (sous-programme     *
      *          PerTot) et tout ecart avec les chiffres figes a la  *
      *          cloture est restitue comme retraitement - chiffre   *
      *          fige, chiffre recalcule et ecart.                   *
      *                                                              *
      *    Code retour : 0 rapport produit, 4 rapport produit avec   *
      *    au moins une periode close retraitee ou non               *
      *    recalculable, 8 journal absent, periode invalide ou       *
      *    table des jours saturee.                                  *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Les periodes fiscales closes par PerCls sont  *
      *                marquees CLOSE, et leurs totaux de controle   *
      *                recalcules et compares aux chiffres figes :   *
      *                tout ecart est restitue comme retraitement,   *
      *                code retour 4, au lieu de nouveaux chiffres   *
      *                presentes sans mention.                       *
      *    2026-09-02  Ajout de la repartition par periode fiscale   *
      *                (calendrier 4-4-5 du fichier FISCAL, resolue  *
      *                par le sous-programme FisPer) a cote de la    *
               RECORD KEY AU-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PERCLOSE-FILE ASSIGN TO "PERCLOSE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PC-PERIOD-KEY
               FILE STATUS IS WS-PERCLOSE-STATUS.

           SELECT STATRPT-FILE ASSIGN TO "STATRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATRPT-STATUS.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  PERCLOSE-FILE.
       COPY PERCLOR.

       FD  STATRPT-FILE.
       COPY RPTREC.


       01 WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01 WS-STATRPT-STATUS            PIC X(02) VALUE SPACES.
       01 WS-PERCLOSE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

               10 WS-FT-LABEL          PIC X(07).
               10 WS-FT-PASS           PIC 9(07).
               10 WS-FT-FAIL           PIC 9(07).
               10 WS-FT-CLOSED-SW      PIC X(01).
                   88 WS-FT-CLOSED         VALUE 'Y'.
       01 WS-FIS-OTHER-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-FISC-LABEL                PIC X(07).
       01 WS-HORSCAL-SW                PIC X(01) VALUE 'N'.
      *    la periode fiscale d'une date.
       COPY FPPARM.

      *    Periodes closes de la restitution (fichier des clotures
      *    PERCLOSE) : le fichier reste ouvert du marquage des
      *    periodes jusqu'aux retraitements. Un fichier absent
      *    signifie qu'aucune periode n'est close.
       01 WS-PERCLOSE-OPEN-SW          PIC X(01) VALUE 'N'.
           88 WS-PERCLOSE-OPEN             VALUE 'Y'.
       01 WS-CLOSED-COUNT              PIC 9(03) VALUE ZERO.
       01 WS-RESTATED-COUNT            PIC 9(03) VALUE ZERO.

      *    Recalcul des totaux d'une periode close : zone d'echange
      *    avec le sous-programme PerTot et totaux recalcules, au
      *    dessin de l'enregistrement de cloture dont ils sont
      *    rapproches.
       COPY PTPARM.
       COPY PERCLOR REPLACING LEADING ==PC== BY ==PW==.

      *    Rapprochement d'un total fige et de son recalcul.
       01 WS-DIFF-COUNT                PIC 9(03) VALUE ZERO.
       01 WS-DIFF-LABEL                PIC X(16).
       01 WS-FROZEN-VALUE              PIC 9(07).
       01 WS-CURRENT-VALUE             PIC 9(07).
       01 WS-DIFF-VALUE                PIC S9(07).
       01 WS-DIFF-EDIT                 PIC +(6)9.
       01 WS-TYPE-SUB                  PIC 9(04).
       01 WS-CAL-SUB                   PIC 9(04).

       01 WS-SUB                       PIC 9(04).
       01 WS-FOUND-SUB                 PIC 9(04).
       01 WS-SORT-SUB                  PIC 9(04).
               PERFORM 3000-SORT-DAYS
               PERFORM 3500-BUILD-MONTHS
               PERFORM 3700-BUILD-FISCAL
               PERFORM 3800-MARK-CLOSED-PERIODS
               OPEN OUTPUT STATRPT-FILE
               PERFORM 5100-REPORT-DAYS
               PERFORM 5200-REPORT-SPLIT
               PERFORM 5300-REPORT-REASONS
               PERFORM 5400-REPORT-MONTHS
               PERFORM 5500-REPORT-FISCAL
               PERFORM 5600-REPORT-RESTATEMENTS
               CLOSE STATRPT-FILE
               IF WS-PERCLOSE-OPEN
                   CLOSE PERCLOSE-FILE
               END-IF
               IF WS-RESTATED-COUNT > 0
                   DISPLAY "Attention: " WS-RESTATED-COUNT
                       " periode(s) close(s) retraitee(s) ou non "
                       "recalculable(s), voir le rapport."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.
                       TO WS-FT-PASS(WS-FIS-COUNT)
                   MOVE WS-DT-FAIL(WS-SUB)
                       TO WS-FT-FAIL(WS-FIS-COUNT)
                   MOVE 'N' TO WS-FT-CLOSED-SW(WS-FIS-COUNT)
               END-IF
           END-IF.

      *    Marque les periodes fiscales de la restitution qui sont
      *    closes au fichier des clotures. Un fichier absent
      *    (statut 35) signifie qu'aucune periode n'est close ; un
      *    fichier illisible est signale au rapport des
      *    retraitements.
       3800-MARK-CLOSED-PERIODS.
           OPEN INPUT PERCLOSE-FILE
           IF WS-PERCLOSE-STATUS = '00'
               SET WS-PERCLOSE-OPEN TO TRUE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FIS-COUNT
                   IF WS-FT-LABEL(WS-SUB) NOT = 'HORSCAL'
                       MOVE WS-FT-LABEL(WS-SUB)(1:4) TO PC-FISC-YEAR
                       MOVE WS-FT-LABEL(WS-SUB)(6:2)
                           TO PC-FISC-PERIOD
                       READ PERCLOSE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-FT-CLOSED-SW(WS-SUB)
                               ADD 1 TO WS-CLOSED-COUNT
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *    Restitue le volume par jour d'execution.
       5100-REPORT-DAYS.
           MOVE 'VOLUME PAR JOUR' TO WS-RPT-LINE
                   WS-FT-FAIL(WS-SUB) * 100 / WS-LINE-TOTAL
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FT-CLOSED(WS-SUB)
               STRING WS-FT-LABEL(WS-SUB)
                   '  TOTAL ' WS-LINE-TOTAL
                   '  FAIL ' WS-FT-FAIL(WS-SUB)
                   '  TAUX ' WS-FAIL-PCT ' %'
                   '  CLOSE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-FT-LABEL(WS-SUB)
                   '  TOTAL ' WS-LINE-TOTAL
                   '  FAIL ' WS-FT-FAIL(WS-SUB)
                   '  TAUX ' WS-FAIL-PCT ' %'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE.

      *    Restitue les retraitements des periodes closes de la
      *    restitution : les totaux de controle de chaque periode
      *    close sont recalcules sur toute la periode - meme si la
      *    restitution n'en couvre qu'une partie - et rapproches
      *    des chiffres figes a la cloture.
       5600-REPORT-RESTATEMENTS.
           MOVE 'RETRAITEMENTS DES PERIODES CLOSES' TO WS-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN NOT WS-PERCLOSE-OPEN
                AND WS-PERCLOSE-STATUS NOT = '35'
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'FICHIER DES CLOTURES ILLISIBLE (STATUT '
                       WS-PERCLOSE-STATUS ') - PERIODES NON '
                       'RAPPROCHEES'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 6000-WRITE-REPORT-LINE
                   DISPLAY "Fichier des clotures illisible (statut "
                       WS-PERCLOSE-STATUS "), periodes closes non "
                       "rapprochees."
                   ADD 1 TO WS-RESTATED-COUNT
               WHEN WS-CLOSED-COUNT = 0
                   MOVE 'AUCUNE PERIODE CLOSE SUR LA PERIODE RESTITUEE'
                       TO WS-RPT-LINE
                   PERFORM 6000-WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-FIS-COUNT
                       IF WS-FT-CLOSED(WS-SUB)
                           PERFORM 5650-RESTATE-ONE-PERIOD
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    Recalcule les totaux d'une periode close et les rapproche
      *    des chiffres figes : types de transaction, rejets, puis
      *    codes calendrier - ceux de la cloture, puis ceux apparus
      *    depuis.
       5650-RESTATE-ONE-PERIOD.
           MOVE WS-FT-LABEL(WS-SUB)(1:4) TO PC-FISC-YEAR
           MOVE WS-FT-LABEL(WS-SUB)(6:2) TO PC-FISC-PERIOD
           READ PERCLOSE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE PC-RECORD TO PW-RECORD
           CALL "PerTot" USING PT-PARM-AREA PW-RECORD
           MOVE ZERO TO WS-DIFF-COUNT
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-FT-LABEL(WS-SUB) '  DU ' PC-START-DATE
               ' AU ' PC-END-DATE '  CLOSE LE ' PC-CLOSE-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           IF PT-AUDIT-ERROR
               MOVE '  RECALCUL IMPOSSIBLE: JOURNAL D AUDIT ILLISIBLE'
                   TO WS-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE
               ADD 1 TO WS-RESTATED-COUNT
           ELSE
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                       UNTIL WS-TYPE-SUB > 5
                   MOVE SPACES TO WS-DIFF-LABEL
                   STRING 'TYPE ' PC-TY-CODE(WS-TYPE-SUB) ' PASS'
                       DELIMITED BY SIZE INTO WS-DIFF-LABEL
                   MOVE PC-TY-PASS(WS-TYPE-SUB) TO WS-FROZEN-VALUE
                   MOVE PW-TY-PASS(WS-TYPE-SUB) TO WS-CURRENT-VALUE
                   PERFORM 5690-COMPARE-TOTAL
                   MOVE SPACES TO WS-DIFF-LABEL
                   STRING 'TYPE ' PC-TY-CODE(WS-TYPE-SUB) ' FAIL'
                       DELIMITED BY SIZE INTO WS-DIFF-LABEL
                   MOVE PC-TY-FAIL(WS-TYPE-SUB) TO WS-FROZEN-VALUE
                   MOVE PW-TY-FAIL(WS-TYPE-SUB) TO WS-CURRENT-VALUE
                   PERFORM 5690-COMPARE-TOTAL
               END-PERFORM
               IF PT-RUNREG-MISSING
                   MOVE '  REJETS NON RAPPROCHES: REGISTRE ABSENT'
                       TO WS-RPT-LINE
                   PERFORM 6000-WRITE-REPORT-LINE
               ELSE
                   MOVE 'REJETS' TO WS-DIFF-LABEL
                   MOVE PC-REJECT-COUNT TO WS-FROZEN-VALUE
                   MOVE PW-REJECT-COUNT TO WS-CURRENT-VALUE
                   PERFORM 5690-COMPARE-TOTAL
               END-IF
               PERFORM 5660-COMPARE-CALENDAR-CODES
               IF WS-DIFF-COUNT = 0
                   MOVE '  CONFORME AUX CHIFFRES FIGES'
                       TO WS-RPT-LINE
                   PERFORM 6000-WRITE-REPORT-LINE
               ELSE
                   ADD 1 TO WS-RESTATED-COUNT
               END-IF
           END-IF.

      *    Rapproche les lignes de sortie par code calendrier : les
      *    codes figes a la cloture (un code disparu depuis vaut
      *    zero), puis les codes apparus depuis la cloture (fige a
      *    zero), enfin les codes au-dela de la capacite de la
      *    table.
       5660-COMPARE-CALENDAR-CODES.
           PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                   UNTIL WS-CAL-SUB > PC-CAL-COUNT
               MOVE PC-CA-OUTPUT(WS-CAL-SUB) TO WS-FROZEN-VALUE
               MOVE ZERO TO WS-CURRENT-VALUE
               PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                       UNTIL WS-FOUND-SUB > PW-CAL-COUNT
                   IF PW-CA-CODE(WS-FOUND-SUB)
                      = PC-CA-CODE(WS-CAL-SUB)
                       MOVE PW-CA-OUTPUT(WS-FOUND-SUB)
                           TO WS-CURRENT-VALUE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-DIFF-LABEL
               STRING 'SORTIES CAL [' PC-CA-CODE(WS-CAL-SUB) ']'
                   DELIMITED BY SIZE INTO WS-DIFF-LABEL
               PERFORM 5690-COMPARE-TOTAL
           END-PERFORM
           PERFORM VARYING WS-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-FOUND-SUB > PW-CAL-COUNT
               MOVE ZERO TO WS-FROZEN-VALUE
               MOVE PW-CA-OUTPUT(WS-FOUND-SUB) TO WS-CURRENT-VALUE
               PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
                       UNTIL WS-CAL-SUB > PC-CAL-COUNT
                   IF PC-CA-CODE(WS-CAL-SUB)
                      = PW-CA-CODE(WS-FOUND-SUB)
                       MOVE WS-CURRENT-VALUE TO WS-FROZEN-VALUE
                   END-IF
               END-PERFORM
               IF WS-FROZEN-VALUE = 0
                   MOVE SPACES TO WS-DIFF-LABEL
                   STRING 'SORTIES CAL [' PW-CA-CODE(WS-FOUND-SUB) ']'
                       DELIMITED BY SIZE INTO WS-DIFF-LABEL
                   PERFORM 5690-COMPARE-TOTAL
               END-IF
           END-PERFORM
           MOVE 'SORTIES AUTRES' TO WS-DIFF-LABEL
           MOVE PC-CAL-OTHER TO WS-FROZEN-VALUE
           MOVE PW-CAL-OTHER TO WS-CURRENT-VALUE
           PERFORM 5690-COMPARE-TOTAL.

      *    Rapproche un total fige (WS-FROZEN-VALUE) de son recalcul
      *    (WS-CURRENT-VALUE) ; un ecart est restitue comme
      *    retraitement sous le libelle WS-DIFF-LABEL.
       5690-COMPARE-TOTAL.
           IF WS-CURRENT-VALUE NOT = WS-FROZEN-VALUE
               ADD 1 TO WS-DIFF-COUNT
               COMPUTE WS-DIFF-VALUE =
                   WS-CURRENT-VALUE - WS-FROZEN-VALUE
               MOVE WS-DIFF-VALUE TO WS-DIFF-EDIT
               MOVE SPACES TO WS-RPT-LINE
               STRING '  RETRAITEMENT ' WS-DIFF-LABEL
                   ' FIGE ' WS-FROZEN-VALUE
                   ' RECALC ' WS-CURRENT-VALUE
                   ' ECART ' WS-DIFF-EDIT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

      *    Ecrit une ligne mise en forme dans le rapport ; declenche
      *    une nouvelle page quand la page courante est pleine.
       6000-WRITE-REPORT-LINE.
