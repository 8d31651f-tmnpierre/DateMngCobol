      **************************************************************
      *    PROGRAMME ExtAck                                        *
      *    Rapprochement des accuses de chargement de l'entrepot    *
      *    de donnees avec les extractions envoyees par DateExt,    *
      *    executable comme etape du pilote de chaine DateChn -     *
      *    au lieu d'apprendre plusieurs jours apres qu'un          *
      *    chargement a echoue et de reconstruire l'extraction a    *
      *    la main par DATEEXT-DATE.                                *
      *                                                              *
      *    Chaque accuse du fichier ACKFILE (copybook EXTACKR :      *
      *    date d'execution, nombres de details recus, charges et    *
      *    rejetes) est rapproche de la journee du registre des      *
      *    extractions (EXTREG, copybook EXTREGR) : la journee       *
      *    passe au statut ACK quand les nombres recus et charges    *
      *    sont egaux au nombre envoye (EX-CTL-REC-COUNT de son      *
      *    *CONTROL), au statut SHORT sinon. Un accuse illisible ou  *
      *    sans extraction au registre est signale et ignore.        *
      *                                                              *
      *    Le registre est ensuite parcouru : une journee toujours   *
      *    SENT dont l'envoi remonte a plus du delai de grace passe  *
      *    au statut MISSING ; les journees SHORT et MISSING, et     *
      *    celles encore en attente d'accuse, sont portees au        *
      *    rapport de rapprochement (ACKRPT).                        *
      *                                                              *
      *    Les journees SHORT ou MISSING sont enfin regenerees en    *
      *    une seule execution de DateExt en mode REGEN (fichier     *
      *    de regeneration EXTREGN, distinct de l'EXTFILE quotidien, *
      *    un *CONTROL par journee), qui les repasse au statut       *
      *    SENT ; le rapport indique ce qui reste en anomalie apres  *
      *    la regeneration.                                          *
      *                                                              *
      *    Parametres (variables d'environnement) :                  *
      *        EXTACK-GRACE  delai de grace en jours entre l'envoi   *
      *                      et l'accuse (001-999, a blanc : 001) ;  *
      *        EXTACK-REGEN  'N' : rapprochement seul, sans          *
      *                      regeneration (a blanc : regeneration).  *
      *                                                              *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 toutes les journees accusees conformes    *
      *    ou en attente dans le delai de grace, 4 au moins une      *
      *    anomalie (accuse illisible ou sans extraction, journee    *
      *    SHORT ou MISSING, fichier des accuses absent,             *
      *    regeneration en erreur), 8 parametre invalide ou          *
      *    registre des extractions inaccessible.                    *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  DateExt est aussi decharge avant l'appel en   *
      *                mode REGEN : apres une etape DateExt de la    *
      *                meme chaine, ses zones (compteurs, table      *
      *                CNVOUT, registre ouvert) n'etaient pas        *
      *                reinitialisees.                               *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtAck.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT EXTREG-FILE ASSIGN TO "EXTREG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ER-RUN-DATE
               FILE STATUS IS WS-EXTREG-STATUS.

           SELECT ACKRPT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACK-FILE.
       COPY EXTACKR.

       FD  EXTREG-FILE.
       COPY EXTREGR.

       FD  ACKRPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

      *    Parametres tels que recus de l'environnement.
       01 WS-GRACE-TXT                 PIC X(03) VALUE SPACES.
       01 WS-GRACE-DAYS                PIC 9(03) VALUE 001.
       01 WS-REGEN-PARM                PIC X(01) VALUE SPACES.
           88 WS-REGEN-DISABLED            VALUE 'N'.

       01 WS-ACK-STATUS                PIC X(02) VALUE SPACES.
       01 WS-EXTREG-STATUS             PIC X(02) VALUE SPACES.
       01 WS-ACKRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01 WS-WARNING-SW                PIC X(01) VALUE 'N'.
           88 WS-WARNING                   VALUE 'Y'.

      *    Accuse en cours, converti en numerique apres controle.
       01 WS-ACK-VALID-SW              PIC X(01) VALUE 'N'.
           88 WS-ACK-VALID                 VALUE 'Y'.
       01 WS-ACK-DATE                  PIC 9(08) VALUE ZERO.
       01 WS-ACK-RECEIVED              PIC 9(07) VALUE ZERO.
       01 WS-ACK-LOADED                PIC 9(07) VALUE ZERO.
       01 WS-ACK-REJECTED              PIC 9(07) VALUE ZERO.

      *    Echeance du delai de grace d'une journee envoyee, en
      *    jours depuis l'origine du calendrier.
       01 WS-TODAY-INTEGER             PIC 9(07) VALUE ZERO.
       01 WS-DUE-INTEGER               PIC 9(07) VALUE ZERO.

      *    Comptes du rapprochement.
       01 WS-ACK-READ-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-ACK-BAD-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-ACK-ORPHAN-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-DAY-ACK-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-DAY-SHORT-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-DAY-MISSING-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-DAY-PENDING-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-REGEN-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-REMAINING-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-ANOMALY-COUNT             PIC 9(07) VALUE ZERO.

      *    Mode transmis a DateExt par l'environnement, et code
      *    retour de la regeneration.
       01 WS-EXT-MODE                  PIC X(05) VALUE SPACES.
       01 WS-EXT-RC                    PIC 9(04) VALUE ZERO.

      *    Detail porte en fin de ligne de journee du rapport.
       01 WS-RPT-DETAIL                PIC X(28).

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    les 6 premiers chiffres (HHMMSS) sont retenus.
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
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE)

           PERFORM 1100-ACCEPT-PARAMETERS
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           OPEN I-O EXTREG-FILE
           IF WS-EXTREG-STATUS NOT = '00'
               DISPLAY "Registre des extractions inaccessible (statut "
                   WS-EXTREG-STATUS "), rapprochement annule."
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           OPEN OUTPUT ACKRPT-FILE
           PERFORM 5100-WRITE-REPORT-HEADER
           PERFORM 2000-APPLY-ACKNOWLEDGMENTS
           PERFORM 3000-SWEEP-REGISTER
           CLOSE EXTREG-FILE
           PERFORM 4000-REGENERATE-EXTRACTS
           PERFORM 5200-WRITE-REPORT-TOTALS
           CLOSE ACKRPT-FILE

           DISPLAY "Rapprochement des accuses: " WS-ACK-READ-COUNT
               " accuse(s), " WS-DAY-ACK-COUNT " conforme(s), "
               WS-REGEN-COUNT " journee(s) a regenerer, "
               WS-REMAINING-COUNT " restant en anomalie."
           IF WS-ANOMALY-COUNT > 0 OR WS-WARNING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : accuses lus, journees accusees
      *    conformes, anomalies et code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'ExtAck' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-ACK-READ-COUNT TO RG-READ-COUNT
           MOVE WS-DAY-ACK-COUNT TO RG-WRITTEN-COUNT
           MOVE WS-ANOMALY-COUNT TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Lit et controle le delai de grace et l'indicateur de
      *    regeneration.
       1100-ACCEPT-PARAMETERS.
           ACCEPT WS-GRACE-TXT FROM ENVIRONMENT "EXTACK-GRACE"
           IF WS-GRACE-TXT NOT = SPACES
               IF WS-GRACE-TXT IS NOT NUMERIC OR WS-GRACE-TXT = '000'
                   DISPLAY "Delai de grace invalide [" WS-GRACE-TXT
                       "], 001 a 999 jours attendus."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-GRACE-TXT TO WS-GRACE-DAYS
               END-IF
           END-IF

           ACCEPT WS-REGEN-PARM FROM ENVIRONMENT "EXTACK-REGEN"
           IF WS-REGEN-PARM NOT = SPACES AND NOT WS-REGEN-DISABLED
               DISPLAY "Indicateur de regeneration invalide ["
                   WS-REGEN-PARM "], N ou blanc attendu."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    Applique chaque accuse du fichier des accuses au
      *    registre des extractions. Un fichier absent n'empeche
      *    pas le parcours du registre : les journees en retard y
      *    passeront MISSING.
       2000-APPLY-ACKNOWLEDGMENTS.
           MOVE 'ACCUSES RECUS' TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = '00'
               STRING '  FICHIER DES ACCUSES ABSENT (STATUT '
                   WS-ACK-STATUS ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
               SET WS-WARNING TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ ACK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACK-READ-COUNT
                           PERFORM 2100-EDIT-ACKNOWLEDGMENT
                           IF WS-ACK-VALID
                               PERFORM 2200-MATCH-ACKNOWLEDGMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
               IF WS-ACK-READ-COUNT = 0
                   MOVE '  AUCUN ACCUSE RECU' TO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
               END-IF
           END-IF
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Controle l'accuse lu : date et nombres numeriques,
      *    separateurs en place. Un accuse illisible est porte au
      *    rapport tel quel.
       2100-EDIT-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-ACK-VALID-SW
           IF AK-RUN-DATE IS NUMERIC
              AND AK-RECEIVED-COUNT IS NUMERIC
              AND AK-LOADED-COUNT IS NUMERIC
              AND AK-REJECTED-COUNT IS NUMERIC
              AND AK-SEP1 = ';' AND AK-SEP2 = ';' AND AK-SEP3 = ';'
               SET WS-ACK-VALID TO TRUE
               MOVE AK-RUN-DATE TO WS-ACK-DATE
               MOVE AK-RECEIVED-COUNT TO WS-ACK-RECEIVED
               MOVE AK-LOADED-COUNT TO WS-ACK-LOADED
               MOVE AK-REJECTED-COUNT TO WS-ACK-REJECTED
           ELSE
               ADD 1 TO WS-ACK-BAD-COUNT
               ADD 1 TO WS-ANOMALY-COUNT
               STRING '  ILLISIBLE  ' AK-RECORD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF.

      *    Rapproche l'accuse de la journee du registre : ACK si
      *    recus et charges egalent le nombre envoye, SHORT sinon.
      *    Un accuse sans extraction au registre est signale.
       2200-MATCH-ACKNOWLEDGMENT.
           MOVE WS-ACK-DATE TO ER-RUN-DATE
           READ EXTREG-FILE
               INVALID KEY
                   ADD 1 TO WS-ACK-ORPHAN-COUNT
                   ADD 1 TO WS-ANOMALY-COUNT
                   STRING '  ' WS-ACK-DATE
                       '  ACCUSE SANS EXTRACTION AU REGISTRE'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
               NOT INVALID KEY
                   MOVE WS-START-DATE TO ER-ACK-DATE
                   MOVE WS-ACK-RECEIVED TO ER-RECEIVED-COUNT
                   MOVE WS-ACK-LOADED TO ER-LOADED-COUNT
                   MOVE WS-ACK-REJECTED TO ER-REJECTED-COUNT
                   IF ER-RECEIVED-COUNT = ER-SENT-COUNT
                      AND ER-LOADED-COUNT = ER-SENT-COUNT
                       SET ER-STATUS-ACK TO TRUE
                       MOVE 'CONFORME' TO WS-RPT-DETAIL
                   ELSE
                       SET ER-STATUS-SHORT TO TRUE
                       MOVE 'COMPTES NON CONFORMES' TO WS-RPT-DETAIL
                   END-IF
                   REWRITE ER-RECORD
                   PERFORM 5300-WRITE-DAY-LINE
           END-READ.

      *    Parcourt le registre dans l'ordre des dates : une
      *    journee SENT au-dela du delai de grace passe MISSING ;
      *    chaque journee non accusee conforme est portee au
      *    rapport.
       3000-SWEEP-REGISTER.
           MOVE 'JOURNEES NON ACCUSEES OU NON CONFORMES' TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO ER-RUN-DATE
           START EXTREG-FILE KEY >= ER-RUN-DATE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-EOF
               READ EXTREG-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-JUDGE-REGISTER-DAY
               END-READ
           END-PERFORM
           IF WS-DAY-SHORT-COUNT + WS-DAY-MISSING-COUNT
              + WS-DAY-PENDING-COUNT = 0
               MOVE '  AUCUNE' TO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF
           PERFORM 5000-WRITE-REPORT-LINE
           COMPUTE WS-REGEN-COUNT =
               WS-DAY-SHORT-COUNT + WS-DAY-MISSING-COUNT
           ADD WS-REGEN-COUNT TO WS-ANOMALY-COUNT.

      *    Statut d'une journee du registre.
       3100-JUDGE-REGISTER-DAY.
           EVALUATE TRUE
               WHEN ER-STATUS-ACK
                   ADD 1 TO WS-DAY-ACK-COUNT
               WHEN ER-STATUS-SHORT
                   ADD 1 TO WS-DAY-SHORT-COUNT
                   MOVE 'COMPTES NON CONFORMES' TO WS-RPT-DETAIL
                   PERFORM 5300-WRITE-DAY-LINE
               WHEN ER-STATUS-MISSING
                   ADD 1 TO WS-DAY-MISSING-COUNT
                   MOVE 'ACCUSE NON RECU' TO WS-RPT-DETAIL
                   PERFORM 5300-WRITE-DAY-LINE
               WHEN OTHER
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(ER-SENT-DATE)
                       + WS-GRACE-DAYS
                   IF WS-DUE-INTEGER < WS-TODAY-INTEGER
                       SET ER-STATUS-MISSING TO TRUE
                       REWRITE ER-RECORD
                       ADD 1 TO WS-DAY-MISSING-COUNT
                       MOVE 'DELAI DE GRACE DEPASSE' TO WS-RPT-DETAIL
                   ELSE
                       ADD 1 TO WS-DAY-PENDING-COUNT
                       MOVE 'EN ATTENTE D''ACCUSE' TO WS-RPT-DETAIL
                   END-IF
                   PERFORM 5300-WRITE-DAY-LINE
           END-EVALUATE.

      *    Regenere en une execution de DateExt (mode REGEN) les
      *    journees SHORT ou MISSING, puis compte celles qui restent
      *    en anomalie au registre. DateExt est decharge avant
      *    l'appel, pour repartir de zones initiales apres une etape
      *    DateExt anterieure de la chaine, et apres l'appel, pour
      *    qu'une etape DateExt ulterieure en fasse autant ; le mode
      *    est ensuite remis a blanc.
       4000-REGENERATE-EXTRACTS.
           MOVE 'REGENERATION' TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-REGEN-COUNT = 0
                   MOVE '  AUCUNE JOURNEE A REGENERER' TO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
               WHEN WS-REGEN-DISABLED
                   MOVE '  NON DEMANDEE (EXTACK-REGEN = N)'
                       TO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
                   MOVE WS-REGEN-COUNT TO WS-REMAINING-COUNT
               WHEN OTHER
                   MOVE 'REGEN' TO WS-EXT-MODE
                   DISPLAY "DATEEXT-MODE" UPON ENVIRONMENT-NAME
                   DISPLAY WS-EXT-MODE UPON ENVIRONMENT-VALUE
                   CANCEL "DateExt"
                   CALL "DateExt"
                   MOVE RETURN-CODE TO WS-EXT-RC
                   CANCEL "DateExt"
                   MOVE SPACES TO WS-EXT-MODE
                   DISPLAY "DATEEXT-MODE" UPON ENVIRONMENT-NAME
                   DISPLAY WS-EXT-MODE UPON ENVIRONMENT-VALUE
                   IF WS-EXT-RC NOT = 0
                       SET WS-WARNING TO TRUE
                   END-IF
                   PERFORM 4100-COUNT-REMAINING-DAYS
                   STRING '  ' WS-REGEN-COUNT
                       ' JOURNEE(S) SOUMISE(S) A DATEEXT, CODE RETOUR '
                       WS-EXT-RC
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
                   STRING '  ' WS-REMAINING-COUNT
                       ' JOURNEE(S) ENCORE SHORT OU MISSING'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
           END-EVALUATE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Compte au registre les journees encore SHORT ou MISSING
      *    apres la regeneration ; un registre devenu illisible les
      *    laisse toutes en anomalie.
       4100-COUNT-REMAINING-DAYS.
           MOVE ZERO TO WS-REMAINING-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT EXTREG-FILE
           IF WS-EXTREG-STATUS NOT = '00'
               MOVE WS-REGEN-COUNT TO WS-REMAINING-COUNT
           ELSE
               PERFORM UNTIL WS-EOF
                   READ EXTREG-FILE NEXT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ER-STATUS-SHORT OR ER-STATUS-MISSING
                               ADD 1 TO WS-REMAINING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTREG-FILE
           END-IF.

      *    Ecrit une ligne mise en forme dans le rapport.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete du rapport de rapprochement : date du
      *    jour, delai de grace et titres de colonnes.
       5100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RAPPROCHEMENT DES ACCUSES DE L''ENTREPOT - DU '
               WS-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'DELAI DE GRACE: ' WS-GRACE-DAYS ' JOUR(S)'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING '  DATE      STATUT  ENVOYES RECUS   CHARGES '
               'REJETES DETAIL'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les totaux du rapprochement.
       5200-WRITE-REPORT-TOTALS.
           STRING 'ACCUSES LUS: ' WS-ACK-READ-COUNT
               '  ILLISIBLES: ' WS-ACK-BAD-COUNT
               '  SANS EXTRACTION: ' WS-ACK-ORPHAN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'JOURNEES ACK: ' WS-DAY-ACK-COUNT
               '  SHORT: ' WS-DAY-SHORT-COUNT
               '  MISSING: ' WS-DAY-MISSING-COUNT
               '  EN ATTENTE: ' WS-DAY-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ligne d'une journee du registre : date, statut, nombres
      *    envoye, recus, charges, rejetes et detail.
       5300-WRITE-DAY-LINE.
           STRING '  ' ER-RUN-DATE '  ' ER-STATUS ' '
               ER-SENT-COUNT ' ' ER-RECEIVED-COUNT ' '
               ER-LOADED-COUNT ' ' ER-REJECTED-COUNT ' '
               WS-RPT-DETAIL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.
