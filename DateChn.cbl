      *    etapes ; 8 plan d'execution introuvable ou invalide.      *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Frequence d'execution par etape (zones        *
      *                CP-RUN-FREQ et CP-CAL-CODE de CHNPLAN) : tous *
      *                les soirs, jours ouvres seulement, dernier    *
      *                jour ouvre du mois ou de la periode fiscale,  *
      *                selon le calendrier de jours feries de        *
      *                l'etape (BusDay) et le calendrier fiscal      *
      *                (FisPer). Une etape qui n'a pas lieu ce soir  *
      *                est sautee : signalee au journal de travaux,  *
      *                enregistree au registre des executions en     *
      *                mode SKIP (et non comme executee), et comptee *
      *                comme franchie au fichier de reprise, pour    *
      *                que la reprise s'aligne sur le meme plan. Les *
      *                decisions sont prises pour la journee de la   *
      *                chaine - celle du point de reprise quand la   *
      *                chaine est reprise apres minuit - et le point *
      *                de reprise garde cette journee.               *
      *    2026-09-02  Le point de reprise est estampille du nom du  *
      *                programme de la derniere etape menee a        *
      *                bien : si le plan charge ne porte plus ce     *
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Plan d'execution charge en table : programme, code
      *    retour maximal acceptable, frequence d'execution (blanc
      *    ramene a D au chargement) et calendrier de jours feries
      *    de chaque etape.
       01 WS-STEP-MAX                  PIC 9(03) VALUE 50.
       01 WS-STEP-COUNT                PIC 9(03) VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-ST-PROGRAM        PIC X(08).
               10 WS-ST-MAX-RC         PIC 9(02).
               10 WS-ST-RUN-FREQ       PIC X(01).
                   88 WS-ST-DAILY          VALUE 'D'.
                   88 WS-ST-BUSINESS-DAYS  VALUE 'B'.
                   88 WS-ST-MONTH-END      VALUE 'M'.
                   88 WS-ST-FISCAL-END     VALUE 'F'.
               10 WS-ST-CAL-CODE       PIC X(02).
       01 WS-SUB                       PIC 9(03).

      *    Deroulement de la chaine : derniere etape menee a bien
       01 WS-MAX-ACCEPTED-RC           PIC 9(04) VALUE ZERO.
       01 WS-STEPS-RUN                 PIC 9(03) VALUE ZERO.
       01 WS-STEPS-PASSED              PIC 9(03) VALUE ZERO.
       01 WS-STEPS-SKIPPED             PIC 9(03) VALUE ZERO.

      *    Decision d'execution de l'etape en cours : journee de la
      *    chaine (date du jour, ou journee du point de reprise
      *    quand la chaine est reprise), verdict, motif d'une etape
      *    sautee, prochain jour ouvre et periode fiscale de la
      *    journee.
       01 WS-CHAIN-DATE                PIC 9(08) VALUE ZERO.
       01 WS-RUN-TONIGHT-SW            PIC X(01) VALUE 'Y'.
           88 WS-RUN-TONIGHT               VALUE 'Y'.
       01 WS-SKIP-REASON               PIC X(50) VALUE SPACES.
       01 WS-BUSINESS-DAY-SW           PIC X(01) VALUE 'N'.
           88 WS-BUSINESS-DAY              VALUE 'Y'.
       01 WS-NEXT-BUS-DATE             PIC 9(08) VALUE ZERO.
       01 WS-CHAIN-FISC-YEAR           PIC 9(04) VALUE ZERO.
       01 WS-CHAIN-FISC-PERIOD         PIC 9(02) VALUE ZERO.
       01 WS-SKIP-DATE                 PIC 9(08).
       01 WS-SKIP-TIME-FULL            PIC 9(08).

      *    Date et heure de debut de l'execution, pour le fichier
      *    de reprise et le registre des executions. ACCEPT FROM
      *    la ligne de l'execution au registre des executions.
       COPY RUNLOGP.

      *    Zones d'echange avec les sous-programmes BusDay (jours
      *    ouvres du calendrier de l'etape) et FisPer (periode
      *    fiscale), pour la frequence d'execution des etapes.
       COPY BDPARM.
       COPY FPPARM.

       PROCEDURE DIVISION.

      *    Point d'entree principal du programme.
           END-IF.

      *    Range une etape du plan en table, apres controle du
      *    programme, du code retour maximal (blanc = 00) et de la
      *    frequence d'execution (blanc = D, tous les soirs).
       2100-STORE-PLAN-STEP.
           EVALUATE TRUE
               WHEN CP-STEP-PROGRAM = SPACES
                       ", chaine annulee."
                   MOVE 8 TO RETURN-CODE
                   SET WS-EOF TO TRUE
               WHEN NOT CP-FREQ-VALID
                   DISPLAY "Frequence d'execution inconnue ["
                       CP-RUN-FREQ "] pour l'etape " CP-STEP-PROGRAM
                       " (D, B, M ou F attendu), chaine annulee."
                   MOVE 8 TO RETURN-CODE
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-STEP-COUNT
                   MOVE CP-STEP-PROGRAM
                   ELSE
                       MOVE CP-MAX-RC TO WS-ST-MAX-RC(WS-STEP-COUNT)
                   END-IF
                   IF CP-RUN-FREQ = SPACE
                       MOVE 'D' TO WS-ST-RUN-FREQ(WS-STEP-COUNT)
                   ELSE
                       MOVE CP-RUN-FREQ
                           TO WS-ST-RUN-FREQ(WS-STEP-COUNT)
                   END-IF
                   MOVE CP-CAL-CODE TO WS-ST-CAL-CODE(WS-STEP-COUNT)
           END-EVALUATE.

      *    Relit le fichier de reprise de chaine : la derniere
      *    la reexecution, ou ancien fichier sans estampille) est
      *    ignore avec un avertissement : reprendre sur un plan
      *    change sauterait ou rejouerait les mauvais programmes.
      *    La journee de la chaine est celle du point de reprise
      *    retenu, sinon la date du jour : les frequences
      *    d'execution sont evaluees pour cette journee, pour que
      *    la chaine reprise apres minuit saute et execute les
      *    memes etapes que la chaine interrompue.
       2500-READ-RESTART.
           MOVE ZERO TO WS-LAST-DONE-STEP
           MOVE ZERO TO WS-REST-DATE
                           " premiere(s) etape(s) sont deja menees "
                           "a bien, reprise a l'etape suivante."
               END-EVALUATE
           END-IF
           IF WS-LAST-DONE-STEP > 0
               MOVE WS-REST-DATE TO WS-CHAIN-DATE
           ELSE
               MOVE WS-START-DATE TO WS-CHAIN-DATE
           END-IF.

      *    Deroule les etapes du plan a partir du point de reprise ;
      *    chaque etape est executee ou sautee selon sa frequence
      *    d'execution. La chaine s'arrete a la premiere etape dont
      *    le code retour depasse son maximum acceptable, et le
      *    fichier de reprise est remis a zero quand la derniere
      *    etape est menee a bien.
       3000-RUN-CHAIN.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
                      OR WS-CHAIN-HALTED
               IF WS-SUB > WS-LAST-DONE-STEP
                   PERFORM 3050-DECIDE-STEP
                   IF WS-RUN-TONIGHT
                       PERFORM 3100-RUN-ONE-STEP
                   ELSE
                       PERFORM 3200-SKIP-ONE-STEP
                   END-IF
               END-IF
           END-PERFORM

               MOVE ZERO TO WS-LAST-DONE-STEP
               PERFORM 3300-WRITE-RESTART
               DISPLAY "Chaine menee a bien: " WS-STEPS-PASSED
                   " etape(s) executee(s), " WS-STEPS-SKIPPED
                   " sautee(s), code retour maximal accepte "
                   WS-MAX-ACCEPTED-RC "."
               MOVE WS-MAX-ACCEPTED-RC TO RETURN-CODE
           END-IF.

      *    Decide si l'etape en cours a lieu ce soir, selon sa
      *    frequence d'execution evaluee pour la journee de la
      *    chaine : D tous les soirs ; B jour ouvre au calendrier de
      *    l'etape ; M dernier jour ouvre du mois (le jour ouvre
      *    suivant tombe dans un autre mois) ; F dernier jour ouvre
      *    de la periode fiscale (le jour ouvre suivant tombe dans
      *    une autre periode, ou au-dela du calendrier fiscal). Une
      *    journee elle-meme hors calendrier fiscal ne permet pas
      *    de decider : l'etape F est sautee avec un avertissement,
      *    plutot que lancee a l'aveugle.
       3050-DECIDE-STEP.
           SET WS-RUN-TONIGHT TO TRUE
           MOVE SPACES TO WS-SKIP-REASON
           IF NOT WS-ST-DAILY(WS-SUB)
               PERFORM 3060-CHECK-BUSINESS-DAY
               IF NOT WS-BUSINESS-DAY
                   MOVE 'N' TO WS-RUN-TONIGHT-SW
                   STRING 'jour non ouvre au calendrier ['
                       WS-ST-CAL-CODE(WS-SUB) ']'
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-RUN-TONIGHT
              AND (WS-ST-MONTH-END(WS-SUB)
                   OR WS-ST-FISCAL-END(WS-SUB))
               PERFORM 3070-FIND-NEXT-BUSINESS-DAY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-RUN-TONIGHT
                   CONTINUE
               WHEN WS-ST-MONTH-END(WS-SUB)
                   IF WS-NEXT-BUS-DATE(1:6) = WS-CHAIN-DATE(1:6)
                       MOVE 'N' TO WS-RUN-TONIGHT-SW
                       MOVE 'pas le dernier jour ouvre du mois'
                           TO WS-SKIP-REASON
                   END-IF
               WHEN WS-ST-FISCAL-END(WS-SUB)
                   PERFORM 3080-CHECK-FISCAL-PERIOD-END
           END-EVALUATE.

      *    Determine si la journee de la chaine est un jour ouvre
      *    au calendrier de l'etape : BusDay la ramene au jour
      *    ouvre le plus proche sans reculer, qui n'est elle-meme
      *    que si elle est ouvree.
       3060-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           MOVE WS-CHAIN-DATE TO BD-BASE-DATE
           MOVE ZERO TO BD-NUM-DAYS
           SET BD-FUNC-NEXT-OR-SAME TO TRUE
           MOVE WS-ST-CAL-CODE(WS-SUB) TO BD-CAL-CODE
           CALL "BusDay" USING BD-PARM-AREA
           IF BD-STATUS-OK AND BD-RESULT-DATE = WS-CHAIN-DATE
               SET WS-BUSINESS-DAY TO TRUE
           END-IF.

      *    Releve dans WS-NEXT-BUS-DATE le jour ouvre qui suit la
      *    journee de la chaine au calendrier de l'etape.
       3070-FIND-NEXT-BUSINESS-DAY.
           MOVE WS-CHAIN-DATE TO BD-BASE-DATE
           MOVE 1 TO BD-NUM-DAYS
           SET BD-FUNC-ADVANCE TO TRUE
           MOVE WS-ST-CAL-CODE(WS-SUB) TO BD-CAL-CODE
           CALL "BusDay" USING BD-PARM-AREA
           MOVE BD-RESULT-DATE TO WS-NEXT-BUS-DATE.

      *    Frequence F : la journee de la chaine doit etre le
      *    dernier jour ouvre de sa periode fiscale - le jour ouvre
      *    suivant appartient a une autre periode, ou n'est plus
      *    couvert par le calendrier fiscal.
       3080-CHECK-FISCAL-PERIOD-END.
           MOVE WS-CHAIN-DATE TO FP-INPUT-DATE8
           CALL "FisPer" USING FP-PARM-AREA
           IF FP-NOT-FOUND
               MOVE 'N' TO WS-RUN-TONIGHT-SW
               MOVE 'journee hors calendrier fiscal'
                   TO WS-SKIP-REASON
               DISPLAY "Attention: journee " WS-CHAIN-DATE
                   " hors calendrier fiscal - fin de periode "
                   "indeterminable pour l'etape "
                   WS-ST-PROGRAM(WS-SUB) "."
           ELSE
               MOVE FP-FISC-YEAR TO WS-CHAIN-FISC-YEAR
               MOVE FP-FISC-PERIOD TO WS-CHAIN-FISC-PERIOD
               MOVE WS-NEXT-BUS-DATE TO FP-INPUT-DATE8
               CALL "FisPer" USING FP-PARM-AREA
               IF FP-FOUND
                  AND FP-FISC-YEAR = WS-CHAIN-FISC-YEAR
                  AND FP-FISC-PERIOD = WS-CHAIN-FISC-PERIOD
                   MOVE 'N' TO WS-RUN-TONIGHT-SW
                   STRING 'pas le dernier jour ouvre de la '
                       'periode fiscale'
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
               END-IF
           END-IF.

      *    Execute l'etape en cours : code retour remis a zero,
      *    appel du programme, verdict contre le maximum acceptable
      *    du plan. Une etape menee a bien est aussitot enregistree
                   WS-STEP-RC "."
           END-IF.

      *    Saute l'etape en cours, qui n'a pas lieu ce soir : le
      *    motif est signale au journal de travaux, l'etape est
      *    enregistree au registre des executions en mode SKIP, et
      *    elle est comptee comme franchie au fichier de reprise -
      *    une reprise repart ainsi apres elle, sur le meme plan.
       3200-SKIP-ONE-STEP.
           ADD 1 TO WS-STEPS-SKIPPED
           DISPLAY "Etape " WS-SUB " : " WS-ST-PROGRAM(WS-SUB)
               " sautee ce soir (frequence "
               WS-ST-RUN-FREQ(WS-SUB) " - "
               FUNCTION TRIM(WS-SKIP-REASON) ")."
           MOVE WS-SUB TO WS-LAST-DONE-STEP
           PERFORM 3300-WRITE-RESTART
           PERFORM 9100-LOG-SKIPPED-STEP.

      *    Ecrit (en remplacement complet) le fichier de reprise de
      *    chaine avec la derniere etape menee a bien, sa journee
      *    et le nom du programme de cette etape - c'est sur ce nom
           OPEN OUTPUT REST-FILE
           MOVE SPACES TO CR-RECORD
           MOVE WS-LAST-DONE-STEP TO CR-LAST-STEP
           MOVE WS-CHAIN-DATE TO CR-RUN-DATE
           IF WS-LAST-DONE-STEP > 0
               MOVE WS-ST-PROGRAM(WS-LAST-DONE-STEP)
                   TO CR-LAST-PROGRAM
           END-IF
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Enregistre au registre des executions (RUNREG) l'etape
      *    sautee ce soir, sous son propre nom de programme et en
      *    mode SKIP, sans compte ni code retour : le registre
      *    montre ainsi qu'elle n'a pas ete executee, et non
      *    qu'elle a ete oubliee.
       9100-LOG-SKIPPED-STEP.
           ACCEPT WS-SKIP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SKIP-TIME-FULL FROM TIME
           MOVE WS-ST-PROGRAM(WS-SUB) TO RG-PROGRAM
           MOVE 'SKIP' TO RG-RUN-MODE
           MOVE WS-SKIP-DATE TO RG-START-DATE
           MOVE WS-SKIP-TIME-FULL(1:6) TO RG-START-TIME
           MOVE ZERO TO RG-READ-COUNT
           MOVE ZERO TO RG-WRITTEN-COUNT
           MOVE ZERO TO RG-REJECTED-COUNT
           MOVE ZERO TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.
