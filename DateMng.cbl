      *    converties, au lieu de la saisie terminal unique.        *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Le controle des soumissions TRANCTL tient     *
      *                desormais une ligne par identifiant de flux : *
      *                seule la ligne du flux de l'en-tete est lue   *
      *                et remplacee, si bien qu'un flux (HOLIMP par  *
      *                exemple) n'efface plus la derniere sequence   *
      *                d'un autre - un fichier du flux principal     *
      *                retransmis apres un IMPTRAN etait accepte     *
      *                comme changement de flux, sans controle.      *
      *    2026-10-15  Ajout du type de transaction IV (intervalle   *
      *                entre la date d'entree et une seconde date    *
      *                dans son propre format) : jours calendaires,  *
      *                jours ouvres du calendrier de la transaction, *
      *                mois et annees entiers revolus et nombre de   *
      *                periodes fiscales franchies, ecrits en        *
      *                sortie et comptes comme toute ligne           *
      *                convertie ; la seconde date suit le rejet     *
      *                pour la resoumission.                         *
      *    2026-10-15  La ligne d'audit porte desormais l'image de   *
      *                la transaction (formats, type, jours ouvres,  *
      *                recurrence, code calendrier) et la fin de la  *
      *                periode calculee (date resultat BD, derniere  *
      *                echeance SG), pour l'analyse d'impact d'un    *
      *                changement de jours feries (HolImp).          *
      *    2026-09-02  Le programme rend desormais la main par        *
      *                GOBACK au lieu de STOP RUN, pour pouvoir      *
      *                etre execute comme etape du pilote de chaine  *
      *    Type de la transaction en cours (mode batch) et nombre de
      *    jours ouvres demande, brut puis en numerique. Un type a
      *    blanc ou CV designe la conversion historique ; BD designe
      *    le calcul de jours ouvres via BusDay ; SG la generation
      *    d'echeancier ; IV la mesure d'un intervalle entre deux
      *    dates.
       01 WS-TRANS-TYPE               PIC X(02).
           88 WS-TYPE-CONVERT              VALUE SPACES, 'CV'.
           88 WS-TYPE-BUSDAY               VALUE 'BD'.
           88 WS-TYPE-SCHEDULE             VALUE 'SG'.
           88 WS-TYPE-INTERVAL             VALUE 'IV'.
       01 WS-BD-DAYS-TXT              PIC X(03).
       01 WS-BD-DAYS-NUM              PIC 9(03).

       01 WS-SCHED-FAIL-SW            PIC X(01).
           88 WS-SCHED-FAILED              VALUE 'Y'.

      *    Transaction d'intervalle (type IV) : seconde date brute et
      *    son format (a blanc : le format d'entree de la
      *    transaction), bornes analysees (AAAAMMJJ) et mesures de
      *    l'intervalle. Les mois entiers se comptent de la borne
      *    basse a la borne haute (vues annee/mois/jour), le signe
      *    etant retabli ensuite quand la seconde date precede la
      *    date d'entree. Les periodes fiscales franchies se
      *    comptent sur le rang de la periode (exercice * 12 +
      *    numero de periode - le calendrier 4-4-5 compte douze
      *    periodes par exercice) ; elles restent inconnues quand
      *    l'une des bornes est hors calendrier fiscal.
       01 WS-DATE2-INPUT              PIC X(10).
       01 WS-FORMAT2-IN               PIC X(02).
       01 WS-INT-START-DATE           PIC 9(08).
       01 WS-INT-END-DATE             PIC 9(08).
       01 WS-INT-LOW-DATE.
           05 WS-INT-LOW-YEAR         PIC 9(04).
           05 WS-INT-LOW-MONTH        PIC 9(02).
           05 WS-INT-LOW-DAY          PIC 9(02).
       01 WS-INT-HIGH-DATE.
           05 WS-INT-HIGH-YEAR        PIC 9(04).
           05 WS-INT-HIGH-MONTH       PIC 9(02).
           05 WS-INT-HIGH-DAY         PIC 9(02).
       01 WS-INT-SIGN                 PIC S9(01).
       01 WS-INT-CAL-DAYS             PIC S9(07).
       01 WS-INT-BUS-DAYS             PIC S9(06).
       01 WS-INT-MONTHS               PIC S9(07).
       01 WS-INT-YEARS                PIC S9(05).
       01 WS-INT-START-RANK           PIC S9(07).
       01 WS-INT-PERIODS              PIC S9(07).
       01 WS-INT-START-FP-SW          PIC X(01).
           88 WS-INT-START-FP-FOUND        VALUE 'Y'.
       01 WS-INT-MSG                  PIC X(40).

      *    Zone d'echange avec le sous-programme DateVal, utilise
      *    par la recurrence mensuelle pour ramener le jour de
      *    depart au dernier jour reel des mois plus courts.
           05 WS-LH-RUN-SYSDATE        PIC 9(08) VALUE ZERO.
           05 WS-LH-RUN-SEQ            PIC 9(05) VALUE ZERO.

      *    Fin de la periode calculee pour la transaction en cours
      *    (AAAAMMJJ) : date resultat d'une transaction BD, derniere
      *    echeance d'une transaction SG, seconde date d'une
      *    transaction IV. Reportee sur la ligne
      *    d'audit avec la date de sortie, pour que l'analyse
      *    d'impact d'un changement de jours feries (HolImp)
      *    connaisse l'etendue de chaque calcul deja produit.
       01 WS-SPAN-END-DATE             PIC X(08) VALUE SPACES.

      *    Controle des soumissions : presence d'un en-tete
      *    *HEADER sur le fichier de transactions, premiere
      *    transaction deja lue quand le fichier n'en a pas,
       01 WS-HDR-CREATE-DATE           PIC 9(08) VALUE ZERO.
       01 WS-CTL-FOUND-SW              PIC X(01) VALUE 'N'.
           88 WS-CTL-FOUND                 VALUE 'Y'.
       01 WS-CTL-LAST-SEQ              PIC 9(05) VALUE ZERO.

      *    Mise a jour du controle des soumissions, qui tient une
      *    ligne par identifiant de flux : les lignes des autres
      *    flux sont relues en table et reecrites telles quelles,
      *    seule celle du flux traite est remplacee (ou ajoutee).
       01 WS-CTL-MAX                   PIC 9(03) VALUE 100.
       01 WS-CTL-COUNT                 PIC 9(03) VALUE ZERO.
       01 WS-CTL-TABLE.
           05 WS-CTL-LINE OCCURS 100 TIMES PIC X(23).
       01 WS-CTL-SUB                   PIC 9(03).
       01 WS-CTL-FOUND-SUB             PIC 9(03).
       01 WS-CTL-FULL-SW               PIC X(01) VALUE 'N'.
           88 WS-CTL-FULL                  VALUE 'Y'.
       COPY TRANCTLR REPLACING LEADING ==TC== BY ==TW==.
       01 WS-EXPECTED-SEQ              PIC 9(05) VALUE ZERO.
       01 WS-GAP-SW                    PIC X(01) VALUE 'N'.
           88 WS-GAP-FLAGGED               VALUE 'Y'.
                       MOVE TR-SCHED-INTERVAL TO WS-SCHED-INT-TXT
                       MOVE TR-SCHED-COUNT TO WS-SCHED-CNT-TXT
                       MOVE TR-CAL-CODE TO WS-CAL-CODE
                       MOVE TR-DATE2-INPUT TO WS-DATE2-INPUT
                       MOVE TR-FORMAT2-IN TO WS-FORMAT2-IN
                       PERFORM 3400-PROCESS-TRANSACTION
                       IF FUNCTION MOD(WS-REC-NUM, WS-CKPT-INTERVAL)
                               = 0
                       DISPLAY "Premiere soumission du flux ["
                           WS-HDR-FILE-ID "], sequence "
                           WS-HDR-SEQ " acceptee."
                   WHEN WS-HDR-SEQ <= WS-CTL-LAST-SEQ
                       DISPLAY "Soumission deja traitee (sequence "
                           WS-HDR-SEQ ", derniere traitee "
               END-EVALUATE
           END-IF.

      *    Relit, dans le fichier de controle des soumissions, la
      *    ligne du flux de l'en-tete recu. Absence de fichier, de
      *    ligne pour ce flux ou ligne illisible = aucune
      *    soumission de ce flux encore enregistree.
       3060-READ-SUBMISSION-CONTROL.
           MOVE 'N' TO WS-CTL-FOUND-SW
           MOVE ZERO TO WS-CTL-LAST-SEQ
           OPEN INPUT TRANCTL-FILE
           IF WS-TRANCTL-STATUS = '00'
               PERFORM UNTIL WS-TRANCTL-STATUS NOT = '00'
                   READ TRANCTL-FILE
                       AT END
                           MOVE '10' TO WS-TRANCTL-STATUS
                       NOT AT END
                           IF TC-FILE-ID = WS-HDR-FILE-ID
                              AND TC-LAST-SEQ IS NUMERIC
                               MOVE TC-LAST-SEQ TO WS-CTL-LAST-SEQ
                               SET WS-CTL-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANCTL-FILE
           END-IF.

      *    Enregistre au fichier de controle la soumission qui
      *    vient d'etre entierement traitee : la ligne de son flux
      *    est remplacee (ou ajoutee), celles des autres flux sont
      *    reecrites telles quelles. Un fichier dont les lignes
      *    depassent la capacite de la table n'est pas reecrit -
      *    il perdrait des flux - et la soumission, non
      *    enregistree, est signalee en code retour 4.
       3070-UPDATE-SUBMISSION-CONTROL.
           PERFORM 3075-LOAD-SUBMISSION-CONTROL
           IF WS-CTL-FOUND-SUB = 0 AND NOT WS-CTL-FULL
               IF WS-CTL-COUNT >= WS-CTL-MAX
                   SET WS-CTL-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-CTL-COUNT
                   MOVE WS-CTL-COUNT TO WS-CTL-FOUND-SUB
               END-IF
           END-IF
           IF WS-CTL-FULL
               DISPLAY "Controle des soumissions sature ("
                   WS-CTL-MAX " flux), soumission [" WS-HDR-FILE-ID
                   "/" WS-HDR-SEQ "] non enregistree."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO TW-RECORD
               MOVE WS-HDR-FILE-ID TO TW-FILE-ID
               MOVE WS-HDR-SEQ TO TW-LAST-SEQ
               MOVE WS-HDR-CREATE-DATE TO TW-LAST-DATE
               MOVE TW-RECORD TO WS-CTL-LINE(WS-CTL-FOUND-SUB)
               OPEN OUTPUT TRANCTL-FILE
               PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
                       UNTIL WS-CTL-SUB > WS-CTL-COUNT
                   WRITE TC-RECORD FROM WS-CTL-LINE(WS-CTL-SUB)
               END-PERFORM
               CLOSE TRANCTL-FILE
           END-IF.

      *    Charge en table les lignes du fichier de controle ;
      *    WS-CTL-FOUND-SUB recoit l'indice de la ligne du flux
      *    traite, ou zero. Une ligne en double pour ce flux est
      *    abandonnee : la ligne remplacee vaut pour les deux.
       3075-LOAD-SUBMISSION-CONTROL.
           MOVE ZERO TO WS-CTL-COUNT WS-CTL-FOUND-SUB
           MOVE 'N' TO WS-CTL-FULL-SW
           OPEN INPUT TRANCTL-FILE
           IF WS-TRANCTL-STATUS = '00'
               PERFORM UNTIL WS-TRANCTL-STATUS NOT = '00'
                   READ TRANCTL-FILE
                       AT END
                           MOVE '10' TO WS-TRANCTL-STATUS
                       NOT AT END
                           PERFORM 3076-STORE-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANCTL-FILE
           END-IF.

      *    Range la ligne de controle lue en table.
       3076-STORE-CONTROL-LINE.
           EVALUATE TRUE
               WHEN TC-FILE-ID = WS-HDR-FILE-ID
                AND WS-CTL-FOUND-SUB > 0
                   CONTINUE
               WHEN WS-CTL-COUNT >= WS-CTL-MAX
                   SET WS-CTL-FULL TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CTL-COUNT
                   MOVE TC-RECORD TO WS-CTL-LINE(WS-CTL-COUNT)
                   IF TC-FILE-ID = WS-HDR-FILE-ID
                       MOVE WS-CTL-COUNT TO WS-CTL-FOUND-SUB
                   END-IF
           END-EVALUATE.

      *    Restitue au rapport de synthese le saut de numerotation
      *    signale a l'acceptation du fichier, pour qu'il survive
           MOVE TR-SCHED-INTERVAL TO WS-SCHED-INT-TXT
           MOVE TR-SCHED-COUNT TO WS-SCHED-CNT-TXT
           MOVE TR-CAL-CODE TO WS-CAL-CODE
           MOVE TR-DATE2-INPUT TO WS-DATE2-INPUT
           MOVE TR-FORMAT2-IN TO WS-FORMAT2-IN
           PERFORM 3400-PROCESS-TRANSACTION
           IF FUNCTION MOD(WS-REC-NUM, WS-CKPT-INTERVAL) = 0
               PERFORM 3200-WRITE-CHECKPOINT
                           MOVE RS-SCHED-INTERVAL TO WS-SCHED-INT-TXT
                           MOVE RS-SCHED-COUNT TO WS-SCHED-CNT-TXT
                           MOVE RS-CAL-CODE TO WS-CAL-CODE
                           MOVE RS-DATE2-INPUT TO WS-DATE2-INPUT
                           MOVE RS-FORMAT2-IN TO WS-FORMAT2-IN
                           PERFORM 3400-PROCESS-TRANSACTION
                   END-READ
               END-PERFORM

      *    Traitement d'une transaction - commun aux modes batch et
      *    resoumission : applique les formats par defaut, aiguille
      *    selon le type de transaction (conversion, jours ouvres,
      *    echeancier ou intervalle), et alimente le rapport de
      *    synthese.
       3400-PROCESS-TRANSACTION.
           IF WS-FORMAT-IN = SPACES
               MOVE WS-DEF-FORMAT-IN TO WS-FORMAT-IN
                   PERFORM 3500-PROCESS-BUSDAY-TRANS
               WHEN WS-TYPE-SCHEDULE
                   PERFORM 3600-PROCESS-SCHEDULE-TRANS
               WHEN WS-TYPE-INTERVAL
                   PERFORM 3700-PROCESS-INTERVAL-TRANS
               WHEN OTHER
                   SET DC-DATE-INVALID TO TRUE
                   MOVE SPACES TO DC-ERROR-MSG

      *    Conserve dans le fichier des rejets l'image de la
      *    transaction rejetee (date brute, codes de format tels
      *    qu'appliques, type et nombre de jours ouvres, recurrence,
      *    code calendrier, seconde date et son format) et le
      *    message d'erreur, pour correction puis resoumission.
       3450-WRITE-REJECT-RECORD.
           MOVE SPACES TO RJ-RECORD
           MOVE WS-SCHED-INT-TXT TO RJ-SCHED-INTERVAL
           MOVE WS-SCHED-CNT-TXT TO RJ-SCHED-COUNT
           MOVE WS-CAL-CODE TO RJ-CAL-CODE
           MOVE WS-DATE2-INPUT TO RJ-DATE2-INPUT
           MOVE WS-FORMAT2-IN TO RJ-FORMAT2-IN
           MOVE DC-ERROR-MSG TO RJ-ERROR-MSG
           WRITE RJ-RECORD.

                           MOVE WS-FISC-TXT TO CO-FISC-PERIOD
                           WRITE CO-RECORD
                           ADD 1 TO WS-CONVERTED-COUNT
                           MOVE BD-RESULT-DATE TO WS-SPAN-END-DATE
                           PERFORM 4200-UPDATE-OUTPUT-DATES
                       END-IF
                   END-IF
               WRITE CO-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
               IF WS-SCHED-IDX = 1
                   MOVE WS-SCHED-DUE-DATE TO WS-SPAN-END-DATE
                   PERFORM 4200-UPDATE-OUTPUT-DATES
               ELSE
                   IF WS-SCHED-IDX = WS-SCHED-CNT-NUM
                       MOVE WS-SCHED-DUE-DATE TO WS-SPAN-END-DATE
                       PERFORM 4250-UPDATE-SPAN-END-DATE
                   END-IF
               END-IF
           END-IF.

      *    Transaction d'intervalle (type IV) : la seconde date est
      *    d'abord analysee dans son propre format - une seconde
      *    date invalide est rejetee avec sa ligne FAIL au journal
      *    d'audit, avant toute ecriture pour la date d'entree. La
      *    date d'entree passe ensuite par le circuit de conversion
      *    habituel (audit et historique), l'intervalle est mesure,
      *    et une ligne de sortie datee de la seconde date porte
      *    les mesures ; elle compte dans les totaux de controle
      *    comme une ligne convertie ordinaire.
       3700-PROCESS-INTERVAL-TRANS.
           IF WS-FORMAT2-IN = SPACES
               MOVE WS-FORMAT-IN TO WS-FORMAT2-IN
           END-IF
           PERFORM 3710-ANALYSE-SECOND-DATE
           IF NOT DC-DATE-VALID
               PERFORM 4000-WRITE-AUDIT-LINE
               PERFORM 3460-REJECT-TRANSACTION
           ELSE
               PERFORM 1800-CONVERT-DATE
               IF NOT DC-DATE-VALID
                   PERFORM 3460-REJECT-TRANSACTION
               ELSE
                   COMPUTE WS-INT-START-DATE =
                       DC-YEAR-NUM * 10000 + DC-MONTH-NUM * 100
                       + DC-DAY-NUM
                   PERFORM 3720-MEASURE-INTERVAL
                   IF BD-STATUS-ERROR
                       SET DC-DATE-INVALID TO TRUE
                       MOVE 'Dates invalides pour jours ouvres'
                           TO DC-ERROR-MSG
                       PERFORM 3460-REJECT-TRANSACTION
                   ELSE
                       PERFORM 3730-FORMAT-INTERVAL-END
                       IF NOT DC-DATE-VALID
                           PERFORM 3460-REJECT-TRANSACTION
                       ELSE
                           PERFORM 5000-RESOLVE-FISCAL-PERIOD
                           PERFORM 3740-WRITE-INTERVAL-LINE
                           ADD 1 TO WS-CONVERTED-COUNT
                           MOVE WS-INT-END-DATE TO WS-SPAN-END-DATE
                           PERFORM 4200-UPDATE-OUTPUT-DATES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Analyse la seconde date dans son format, par un appel
      *    direct a DateCnv (sans ligne d'audit : la transaction
      *    n'en ecrit qu'une), sous la plage d'annees
      *    d'exploitation comme la date d'entree. Le message d'un
      *    rejet est prefixe pour designer la seconde date.
       3710-ANALYSE-SECOND-DATE.
           MOVE WS-DATE2-INPUT TO DC-INPUT-DATE
           MOVE WS-FORMAT2-IN TO DC-INPUT-FORMAT
           MOVE WS-FORMAT-OUT TO DC-OUTPUT-FORMAT
           MOVE WS-TODAY-NUM TO DC-TODAY-DATE8
           MOVE WS-YEAR-MIN-PARM TO DC-YEAR-MIN
           MOVE WS-YEAR-MAX-PARM TO DC-YEAR-MAX
           CALL "DateCnv" USING DATE-CONVERSION-AREA
           IF DC-DATE-VALID
               COMPUTE WS-INT-END-DATE =
                   DC-YEAR-NUM * 10000 + DC-MONTH-NUM * 100
                   + DC-DAY-NUM
           ELSE
               MOVE DC-ERROR-MSG TO WS-INT-MSG
               MOVE SPACES TO DC-ERROR-MSG
               STRING '2e date: ' WS-INT-MSG
                   DELIMITED BY SIZE INTO DC-ERROR-MSG
           END-IF.

      *    Mesure l'intervalle de WS-INT-START-DATE a
      *    WS-INT-END-DATE : jours calendaires, jours ouvres du
      *    calendrier de la transaction (fonction E de BusDay :
      *    date d'entree exclue, seconde date incluse), mois
      *    entiers revolus - un mois n'est acquis que si le
      *    quantieme de la borne haute atteint celui de la borne
      *    basse - et annees entieres, puis releve le rang de la
      *    periode fiscale de la date d'entree. L'appelant controle
      *    BD-STATUS au retour.
       3720-MEASURE-INTERVAL.
           COMPUTE WS-INT-CAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-INT-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-INT-START-DATE)

           MOVE WS-INT-START-DATE TO BD-BASE-DATE
           MOVE WS-INT-END-DATE TO BD-END-DATE
           SET BD-FUNC-ELAPSED TO TRUE
           CALL "BusDay" USING BD-PARM-AREA
           MOVE BD-ELAPSED-DAYS TO WS-INT-BUS-DAYS

           IF WS-INT-END-DATE < WS-INT-START-DATE
               MOVE WS-INT-END-DATE TO WS-INT-LOW-DATE
               MOVE WS-INT-START-DATE TO WS-INT-HIGH-DATE
               MOVE -1 TO WS-INT-SIGN
           ELSE
               MOVE WS-INT-START-DATE TO WS-INT-LOW-DATE
               MOVE WS-INT-END-DATE TO WS-INT-HIGH-DATE
               MOVE 1 TO WS-INT-SIGN
           END-IF
           COMPUTE WS-INT-MONTHS =
               (WS-INT-HIGH-YEAR - WS-INT-LOW-YEAR) * 12
               + WS-INT-HIGH-MONTH - WS-INT-LOW-MONTH
           IF WS-INT-HIGH-DAY < WS-INT-LOW-DAY
               SUBTRACT 1 FROM WS-INT-MONTHS
           END-IF
           COMPUTE WS-INT-YEARS = WS-INT-MONTHS / 12
           COMPUTE WS-INT-MONTHS = WS-INT-MONTHS * WS-INT-SIGN
           COMPUTE WS-INT-YEARS = WS-INT-YEARS * WS-INT-SIGN

           MOVE 'N' TO WS-INT-START-FP-SW
           MOVE WS-INT-START-DATE TO FP-INPUT-DATE8
           CALL "FisPer" USING FP-PARM-AREA
           IF FP-FOUND
               COMPUTE WS-INT-START-RANK =
                   FP-FISC-YEAR * 12 + FP-FISC-PERIOD
               SET WS-INT-START-FP-FOUND TO TRUE
           ELSE
               DISPLAY "Date hors du calendrier fiscal: "
                   WS-INT-START-DATE " - calendrier a etendre ?"
           END-IF.

      *    Met en forme la seconde date (WS-INT-END-DATE) dans le
      *    format de sortie demande, comme 3550 pour la date
      *    resultat d'une transaction BD : appel direct a DateCnv,
      *    plage d'annees ouverte ; les jours ecoules de la ligne
      *    sont ceux de l'intervalle (3720), non ceux de DateCnv.
      *    Les champs analyses de DateCnv portent ensuite la
      *    seconde date, pour la resolution de sa periode fiscale.
      *    L'appelant controle DC-VALID-SW.
       3730-FORMAT-INTERVAL-END.
           MOVE SPACES TO DC-INPUT-DATE
           MOVE WS-INT-END-DATE TO DC-INPUT-DATE(1:8)
           MOVE 'YP' TO DC-INPUT-FORMAT
           MOVE WS-FORMAT-OUT TO DC-OUTPUT-FORMAT
           MOVE 0001 TO DC-YEAR-MIN
           MOVE 9999 TO DC-YEAR-MAX
           CALL "DateCnv" USING DATE-CONVERSION-AREA.

      *    Ecrit la ligne de sortie de l'intervalle : seconde date
      *    mise en forme et sa periode fiscale (resolue juste avant
      *    par 5000-RESOLVE-FISCAL-PERIOD, dont FP-PARM-AREA porte
      *    encore le resultat), jours calendaires et ouvres, mois
      *    et annees entiers, et periodes fiscales franchies quand
      *    les deux bornes sont au calendrier fiscal.
       3740-WRITE-INTERVAL-LINE.
           MOVE SPACES TO CO-RECORD
           MOVE DC-OUTPUT-DATE TO CO-DATE-OUTPUT
           MOVE WS-INT-CAL-DAYS TO CO-ELAPSED-DAYS
           MOVE WS-INT-BUS-DAYS TO CO-BUS-DAYS
           MOVE WS-FISC-TXT TO CO-FISC-PERIOD
           MOVE WS-INT-MONTHS TO CO-INT-MONTHS
           MOVE WS-INT-YEARS TO CO-INT-YEARS
           IF WS-INT-START-FP-FOUND AND FP-FOUND
               COMPUTE WS-INT-PERIODS =
                   FP-FISC-YEAR * 12 + FP-FISC-PERIOD
                   - WS-INT-START-RANK
               MOVE WS-INT-PERIODS TO CO-INT-PERIODS
           END-IF
           WRITE CO-RECORD.

      *    Ecrit les deux lignes d'en-tete d'une nouvelle page du
      *    rapport de synthese : date du jour et numero de page.
       6100-WRITE-REPORT-HEADER.
               MOVE 'FAIL' TO AU-STATUS
               MOVE DC-ERROR-MSG TO AU-MESSAGE
           END-IF
           MOVE WS-FORMAT-IN TO AU-FORMAT-IN
           MOVE WS-FORMAT-OUT TO AU-FORMAT-OUT
           MOVE WS-TRANS-TYPE TO AU-TRANS-TYPE
           MOVE WS-BD-DAYS-TXT TO AU-BD-DAYS
           MOVE WS-SCHED-FREQ TO AU-SCHED-FREQ
           MOVE WS-SCHED-INT-TXT TO AU-SCHED-INTERVAL
           MOVE WS-SCHED-CNT-TXT TO AU-SCHED-COUNT
           MOVE WS-CAL-CODE TO AU-CAL-CODE
           WRITE AU-RECORD
           PERFORM UNTIL WS-AUDIT-STATUS NOT = '22'
               ADD 1 TO AU-RUN-SEQ
      *    la croiserait a tort en anomalie, et l'entrepot ne
      *    verrait jamais les mesures de la ligne de sortie. Audit
      *    et historique sont reportes ensemble, pour que leur
      *    rapprochement (DateRec) reste sans divergence. La ligne
      *    d'audit recoit en meme temps la fin de la periode
      *    calculee (WS-SPAN-END-DATE, positionnee par l'appelant).
       4200-UPDATE-OUTPUT-DATES.
           MOVE WS-LA-RUN-DATE TO AU-RUN-DATE
           MOVE WS-LA-RUN-SEQ TO AU-RUN-SEQ
                   CONTINUE
               NOT INVALID KEY
                   MOVE DC-OUTPUT-DATE TO AU-OUTPUT-DATE
                   MOVE WS-SPAN-END-DATE TO AU-SPAN-END-DATE
                   REWRITE AU-RECORD
           END-READ
           MOVE WS-LH-INPUT-DATE TO HR-INPUT-DATE
                   MOVE DC-OUTPUT-DATE TO HR-OUTPUT-DATE
                   REWRITE HR-RECORD
           END-READ.

      *    Reporte sur la ligne d'audit de la transaction SG en
      *    cours la derniere echeance de la serie (fin de la
      *    periode calculee), quand elle differe de la premiere
      *    deja reportee par 4200-UPDATE-OUTPUT-DATES.
       4250-UPDATE-SPAN-END-DATE.
           MOVE WS-LA-RUN-DATE TO AU-RUN-DATE
           MOVE WS-LA-RUN-SEQ TO AU-RUN-SEQ
           READ AUDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SPAN-END-DATE TO AU-SPAN-END-DATE
                   REWRITE AU-RECORD
           END-READ.
