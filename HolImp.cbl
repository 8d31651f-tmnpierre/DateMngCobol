      **************************************************************
      *    PROGRAMME HolImp                                        *
      *    Analyse d'impact d'un changement de jours feries sur les *
      *    resultats deja produits : un jour ferie ajoute tard au   *
      *    calendrier HOLCAL (HolMnt) ou une regeneration (HolGen)  *
      *    peut faire tomber sur un jour ferie une date resultat BD *
      *    ou une echeance SG deja calculee par DateMng, ou rendre  *
      *    injustifie le saut d'un jour qui n'est plus ferie.       *
      *                                                              *
      *    Les changements sont lus dans le fichier HOLCHG          *
      *    (copybook HOLCHGR) : action A (ajout) ou R (retrait),    *
      *    code calendrier, date et libelle. Un jour ferie de       *
      *    samedi ou de dimanche est sans effet sur les jours       *
      *    ouvres ; il est restitue au rapport sans etre analyse.   *
      *                                                              *
      *    Le journal d'audit (AUDITLOG) est parcouru a partir de    *
      *    la date d'execution lue dans la variable d'environnement  *
      *    HOLIMP-FROM (AAAAMMJJ, a blanc : journal complet). Chaque *
      *    ligne PASS de type BD ou SG du calendrier change est      *
      *    confrontee aux changements sur l'etendue de son calcul,   *
      *    de la date d'entree a la fin de la periode calculee       *
      *    (AU-SPAN-END-DATE : date resultat BD, derniere echeance   *
      *    SG ; a defaut, la date de sortie) :                       *
      *        - BD : changement strictement apres la date d'entree  *
      *          et au plus tard a la date resultat ;                *
      *        - SG : changement de la date de depart a la derniere  *
      *          echeance incluses - toute la serie est a            *
      *          recalculer.                                         *
      *    L'enregistrement historique (HISTFILE) de chaque ligne    *
      *    touchee est recherche par positionnement direct sur la    *
      *    cle date d'entree + date d'execution, et sa date de       *
      *    sortie restituee au rapport a cote de celle de l'audit.   *
      *                                                              *
      *    Le rapport d'impact (IMPRPT) est presente par code        *
      *    calendrier : changements recus, puis lignes touchees      *
      *    avec le motif. Les transactions touchees sont reecrites   *
      *    dans le fichier IMPTRAN, au dessin TRANREC, precedees     *
      *    d'un en-tete *HEADER (flux HOLIMP, sequence suivant la    *
      *    derniere soumission HOLIMP du controle TRANCTL, 1 sinon), *
      *    pour etre recalculees par une execution batch ordinaire   *
      *    de DateMng ; une transaction executee plusieurs fois n'y  *
      *    figure qu'une fois. Sans transaction touchee, IMPTRAN est *
      *    cree vide.                                                *
      *                                                              *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 aucun resultat touche, 4 au moins une     *
      *    transaction touchee ou une ligne de changement rejetee,   *
      *    8 date de depart invalide, fichier inaccessible ou table  *
      *    saturee.                                                  *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Le controle TRANCTL tenant desormais une      *
      *                ligne par identifiant de flux, la sequence    *
      *                HOLIMP est relue sur la ligne de ce flux      *
      *                quelle que soit sa place dans le fichier.     *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HolImp.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLCHG-FILE ASSIGN TO "HOLCHG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLCHG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY AU-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY HR-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TRANCTL-FILE ASSIGN TO "TRANCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCTL-STATUS.

           SELECT IMPTRAN-FILE ASSIGN TO "IMPTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPTRAN-STATUS.

           SELECT IMPRPT-FILE ASSIGN TO "IMPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOLCHG-FILE.
       COPY HOLCHGR.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  TRANCTL-FILE.
       COPY TRANCTLR.

       FD  IMPTRAN-FILE.
       COPY TRANREC.

       FD  IMPRPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

      *    Date d'execution a partir de laquelle le journal d'audit
      *    est parcouru, telle que recue de l'environnement puis en
      *    numerique (zero : journal complet).
       01 WS-FROM-DATE-TXT             PIC X(08) VALUE SPACES.
       01 WS-FROM-DATE                 PIC 9(08) VALUE ZERO.

       01 WS-HOLCHG-STATUS             PIC X(02) VALUE SPACES.
       01 WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01 WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01 WS-TRANCTL-STATUS            PIC X(02) VALUE SPACES.
       01 WS-IMPTRAN-STATUS            PIC X(02) VALUE SPACES.
       01 WS-IMPRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Changements de jours feries recus, tries par code
      *    calendrier puis date : action, libelle, indicateur de
      *    week-end (changement sans effet) et nombre de lignes
      *    touchees par le changement.
       01 WS-CHG-MAX                   PIC 9(05) VALUE 500.
       01 WS-CHG-COUNT                 PIC 9(05) VALUE ZERO.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 500 TIMES.
               10 WS-CG-KEY.
                   15 WS-CG-CAL-CODE   PIC X(02).
                   15 WS-CG-DATE       PIC 9(08).
               10 WS-CG-ACTION         PIC X(01).
                   88 WS-CG-ADDED          VALUE 'A'.
                   88 WS-CG-REMOVED        VALUE 'R'.
               10 WS-CG-DESCRIPTION    PIC X(30).
               10 WS-CG-WEEKEND-SW     PIC X(01).
                   88 WS-CG-WEEKEND        VALUE 'Y'.
               10 WS-CG-HIT-COUNT      PIC 9(05).
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-KEY              PIC X(10).
           05 FILLER                   PIC X(37).

      *    Lignes d'audit touchees par un changement : date
      *    d'execution, dates de sortie de l'audit et de
      *    l'historique, date du changement en cause, motif, et
      *    image de la transaction au dessin TRANREC pour sa
      *    reecriture dans IMPTRAN.
       01 WS-IMP-MAX                   PIC 9(05) VALUE 5000.
       01 WS-IMP-COUNT                 PIC 9(05) VALUE ZERO.
       01 WS-IMP-TABLE.
           05 WS-IMP-ENTRY OCCURS 5000 TIMES.
               10 WS-IM-RUN-DATE       PIC 9(08).
               10 WS-IM-OUTPUT-DATE    PIC X(10).
               10 WS-IM-HIST-OUTPUT    PIC X(10).
               10 WS-IM-CHG-DATE       PIC 9(08).
               10 WS-IM-REASON         PIC X(20).
               10 WS-IM-TRAN-IMAGE.
                   15 WS-IM-INPUT-DATE     PIC X(10).
                   15 WS-IM-FORMAT-IN      PIC X(02).
                   15 WS-IM-FORMAT-OUT     PIC X(02).
                   15 WS-IM-TRANS-TYPE     PIC X(02).
                   15 WS-IM-BD-DAYS        PIC X(03).
                   15 WS-IM-SCHED-FREQ     PIC X(01).
                   15 WS-IM-SCHED-INTERVAL PIC X(03).
                   15 WS-IM-SCHED-COUNT    PIC X(03).
                   15 WS-IM-CAL-CODE       PIC X(02).

       01 WS-SUB                       PIC 9(05).
       01 WS-SORT-SUB                  PIC 9(05).
       01 WS-CHG-SUB                   PIC 9(05).
       01 WS-HIT-SUB                   PIC 9(05).
       01 WS-DUP-SUB                   PIC 9(05).
       01 WS-TABLE-FULL-SW             PIC X(01) VALUE 'N'.
           88 WS-TABLE-FULL                VALUE 'Y'.
       01 WS-DUP-SW                    PIC X(01) VALUE 'N'.
           88 WS-DUPLICATE                 VALUE 'Y'.
       01 WS-HIST-FOUND-SW             PIC X(01) VALUE 'N'.
           88 WS-HIST-FOUND                VALUE 'Y'.

      *    Etendue du calcul de la ligne d'audit en cours (AAAAMMJJ)
      *    et motif retenu quand un changement la touche.
       01 WS-SPAN-OK-SW                PIC X(01) VALUE 'N'.
           88 WS-SPAN-OK                   VALUE 'Y'.
       01 WS-SPAN-START-DATE           PIC 9(08).
       01 WS-SPAN-END-DATE             PIC 9(08).
       01 WS-REASON                    PIC X(20).

      *    Calendrier perpetuel : reference lundi (le 1er janvier
      *    2024 est un lundi), comme dans BusDay, pour reconnaitre
      *    un changement tombant un samedi ou un dimanche.
       01 WS-MONDAY-REF-INTEGER        PIC S9(09) COMP.
       01 WS-WEEKDAY-NUM               PIC S9(04) COMP.

      *    Code calendrier de la section en cours du rapport.
       01 WS-SECTION-CODE              PIC X(02).
       01 WS-SECTION-COUNT             PIC 9(05).
       01 WS-ACTION-LABEL              PIC X(07).
       01 WS-EFFECT-LABEL              PIC X(20).

      *    Sequence de l'en-tete du fichier IMPTRAN.
       01 WS-NEXT-SEQ                  PIC 9(05) VALUE 1.

      *    Comptes de l'analyse.
       01 WS-CHG-READ-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-CHG-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
       01 WS-EXAMINED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-NO-SPAN-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    les 6 premiers chiffres (HHMMSS) sont retenus.
       01 WS-START-DATE                PIC 9(08).
       01 WS-START-TIME-FULL           PIC 9(08).
       01 WS-START-TIME                PIC 9(06).

      *    Zone d'echange avec le sous-programme DateCnv, qui
      *    analyse les dates d'entree et de sortie de l'audit dans
      *    leur format d'origine.
       COPY DATEFMT.

      *    Zone d'echange avec le sous-programme DateVal, qui
      *    controle la date de chaque changement.
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
           COMPUTE WS-MONDAY-REF-INTEGER =
               FUNCTION INTEGER-OF-DATE(20240101)

           ACCEPT WS-FROM-DATE-TXT FROM ENVIRONMENT "HOLIMP-FROM"
           IF WS-FROM-DATE-TXT NOT = SPACES
               IF WS-FROM-DATE-TXT IS NOT NUMERIC
                   DISPLAY "Date de depart invalide ["
                       WS-FROM-DATE-TXT "], AAAAMMJJ attendu."
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9000-WRITE-RUN-REGISTRY
                   GOBACK
               END-IF
               MOVE WS-FROM-DATE-TXT TO WS-FROM-DATE
           END-IF

           OPEN OUTPUT IMPRPT-FILE
           PERFORM 5100-WRITE-REPORT-HEADER
           PERFORM 2000-LOAD-CHANGES
           IF RETURN-CODE = 0 AND WS-CHG-COUNT > 0
               PERFORM 3000-SCAN-AUDIT
           END-IF
           IF RETURN-CODE = 0
               PERFORM 4000-REPORT-BY-CALENDAR
               PERFORM 5200-WRITE-REPORT-TOTALS
               PERFORM 6000-WRITE-IMPACT-TRANSACTIONS
               IF WS-IMP-COUNT > 0 OR WS-CHG-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE IMPRPT-FILE
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : lignes d'audit examinees,
      *    transactions reecrites, lignes de changement rejetees et
      *    code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'HolImp' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-EXAMINED-COUNT TO RG-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO RG-WRITTEN-COUNT
           MOVE WS-CHG-REJECTED-COUNT TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Charge en table les changements de jours feries, puis
      *    les trie par code calendrier et date. Une ligne
      *    invalide est signalee et ignoree ; une table saturee
      *    interrompt l'analyse plutot que de produire un rapport
      *    partiel presente comme complet.
       2000-LOAD-CHANGES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOLCHG-FILE
           IF WS-HOLCHG-STATUS NOT = '00'
               DISPLAY "Fichier des changements introuvable (statut "
                   WS-HOLCHG-STATUS "), analyse annulee."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ HOLCHG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CHG-READ-COUNT
                           PERFORM 2100-STORE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE HOLCHG-FILE
               IF WS-TABLE-FULL
                   DISPLAY "Table des changements saturee ("
                       WS-CHG-MAX " entrees), analyse annulee."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2200-SORT-CHANGES
                   IF WS-CHG-COUNT = 0
                       DISPLAY "Aucun changement de jour ferie "
                           "valide a analyser."
                   END-IF
               END-IF
           END-IF.

      *    Controle une ligne de changement (action A ou R, date
      *    reelle) et la range en table, avec l'indicateur de
      *    week-end.
       2100-STORE-CHANGE.
           MOVE 'N' TO DV-VALID-SW
           IF HC-DATE IS NUMERIC
               MOVE HC-DATE(1:4) TO DV-YEAR-NUM
               MOVE HC-DATE(5:2) TO DV-MONTH-NUM
               MOVE HC-DATE(7:2) TO DV-DAY-NUM
               CALL "DateVal" USING DV-PARM-AREA
           END-IF
           EVALUATE TRUE
               WHEN HC-ACTION NOT = 'A' AND HC-ACTION NOT = 'R'
                   ADD 1 TO WS-CHG-REJECTED-COUNT
                   DISPLAY "Changement rejete [" HC-RECORD
                       "]: action A ou R attendue."
               WHEN NOT DV-DATE-VALID
                   ADD 1 TO WS-CHG-REJECTED-COUNT
                   DISPLAY "Changement rejete [" HC-RECORD
                       "]: date AAAAMMJJ invalide."
               WHEN WS-CHG-COUNT >= WS-CHG-MAX
                   SET WS-TABLE-FULL TO TRUE
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CHG-COUNT
                   MOVE HC-CAL-CODE TO WS-CG-CAL-CODE(WS-CHG-COUNT)
                   MOVE HC-DATE TO WS-CG-DATE(WS-CHG-COUNT)
                   MOVE HC-ACTION TO WS-CG-ACTION(WS-CHG-COUNT)
                   MOVE HC-DESCRIPTION
                       TO WS-CG-DESCRIPTION(WS-CHG-COUNT)
                   MOVE ZERO TO WS-CG-HIT-COUNT(WS-CHG-COUNT)
                   COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(
                           WS-CG-DATE(WS-CHG-COUNT))
                       - WS-MONDAY-REF-INTEGER, 7)
                   IF WS-WEEKDAY-NUM >= 5
                       MOVE 'Y' TO WS-CG-WEEKEND-SW(WS-CHG-COUNT)
                   ELSE
                       MOVE 'N' TO WS-CG-WEEKEND-SW(WS-CHG-COUNT)
                   END-IF
           END-EVALUATE.

      *    Tri par insertion des changements sur la cle code
      *    calendrier + date, pour la presentation par calendrier.
       2200-SORT-CHANGES.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
                   UNTIL WS-SORT-SUB > WS-CHG-COUNT
               MOVE WS-CHG-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SORT-SUB TO WS-SUB
               PERFORM UNTIL WS-SUB < 2
                      OR WS-CG-KEY(WS-SUB - 1) <= WS-SWAP-KEY
                   MOVE WS-CHG-ENTRY(WS-SUB - 1)
                       TO WS-CHG-ENTRY(WS-SUB)
                   SUBTRACT 1 FROM WS-SUB
               END-PERFORM
               MOVE WS-SWAP-ENTRY TO WS-CHG-ENTRY(WS-SUB)
           END-PERFORM.

      *    Parcourt le journal d'audit (indexe) a partir de la date
      *    de depart - positionnement direct sur la cle - et
      *    confronte chaque ligne PASS de type BD ou SG aux
      *    changements de son calendrier.
       3000-SCAN-AUDIT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Journal d'audit introuvable (statut "
                   WS-AUDIT-STATUS "), analyse annulee."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                   DISPLAY "Fichier historique inaccessible (statut "
                       WS-HIST-STATUS "), analyse annulee."
                   CLOSE AUDIT-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-FROM-DATE TO AU-RUN-DATE
                   MOVE ZERO TO AU-RUN-SEQ
                   START AUDIT-FILE KEY >= AU-AUDIT-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
                   PERFORM UNTIL WS-EOF
                       READ AUDIT-FILE NEXT
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF AU-STATUS = 'PASS'
                                  AND (AU-TRANS-TYPE = 'BD'
                                    OR AU-TRANS-TYPE = 'SG')
                                   PERFORM 3100-CHECK-ONE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HIST-FILE
                   CLOSE AUDIT-FILE
                   IF WS-TABLE-FULL
                       DISPLAY "Table des lignes touchees saturee ("
                           WS-IMP-MAX " entrees), analyse annulee."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *    Etablit l'etendue du calcul de la ligne d'audit en cours
      *    et recherche le premier changement de son calendrier qui
      *    la touche ; une ligne touchee est rangee en table avec
      *    la date de sortie de son enregistrement historique.
       3100-CHECK-ONE-LINE.
           ADD 1 TO WS-EXAMINED-COUNT
           PERFORM 3200-RESOLVE-SPAN
           IF NOT WS-SPAN-OK
               ADD 1 TO WS-NO-SPAN-COUNT
               DISPLAY "Ligne d'audit " AU-RUN-DATE "/" AU-RUN-SEQ
                   " sans etendue exploitable [" AU-INPUT-DATE
                   "], ignoree."
           ELSE
               MOVE ZERO TO WS-HIT-SUB
               PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > WS-CHG-COUNT
                          OR WS-HIT-SUB > 0
                   IF WS-CG-CAL-CODE(WS-CHG-SUB) = AU-CAL-CODE
                      AND NOT WS-CG-WEEKEND(WS-CHG-SUB)
                       PERFORM 3150-TEST-ONE-CHANGE
                   END-IF
               END-PERFORM
               IF WS-HIT-SUB > 0
                   ADD 1 TO WS-CG-HIT-COUNT(WS-HIT-SUB)
                   PERFORM 3300-FIND-HISTORY-RECORD
                   PERFORM 3400-STORE-IMPACT
               END-IF
           END-IF.

      *    Confronte un changement a l'etendue du calcul : pour une
      *    transaction BD, la date d'entree n'est pas comptee (la
      *    premiere journee avancee est la suivante) ; pour une
      *    transaction SG, la date de depart est elle-meme la
      *    premiere echeance nominale.
       3150-TEST-ONE-CHANGE.
           IF WS-CG-DATE(WS-CHG-SUB) <= WS-SPAN-END-DATE
              AND (WS-CG-DATE(WS-CHG-SUB) > WS-SPAN-START-DATE
                OR (AU-TRANS-TYPE = 'SG'
                    AND WS-CG-DATE(WS-CHG-SUB) = WS-SPAN-START-DATE))
               MOVE WS-CHG-SUB TO WS-HIT-SUB
               EVALUATE TRUE
                   WHEN WS-CG-REMOVED(WS-CHG-SUB)
                       MOVE 'JOUR SAUTE NON FERIE' TO WS-REASON
                   WHEN WS-CG-DATE(WS-CHG-SUB) = WS-SPAN-END-DATE
                       MOVE 'TOMBE SUR UN FERIE' TO WS-REASON
                   WHEN OTHER
                       MOVE 'FERIE DANS PERIODE' TO WS-REASON
               END-EVALUATE
           END-IF.

      *    Analyse la date d'entree de la ligne dans son format
      *    d'origine (debut de l'etendue) ; la fin de l'etendue est
      *    la fin de la periode calculee portee par l'audit, ou a
      *    defaut la date de sortie analysee dans son format. La
      *    plage d'annees est ouverte (0001-9999) : ces dates ont
      *    deja ete acceptees a leur calcul.
       3200-RESOLVE-SPAN.
           MOVE 'N' TO WS-SPAN-OK-SW
           MOVE AU-INPUT-DATE TO DC-INPUT-DATE
           MOVE AU-FORMAT-IN TO DC-INPUT-FORMAT
           PERFORM 3250-ANALYSE-DATE
           IF DC-DATE-VALID
               COMPUTE WS-SPAN-START-DATE =
                   DC-YEAR-NUM * 10000 + DC-MONTH-NUM * 100
                   + DC-DAY-NUM
               IF AU-SPAN-END-DATE IS NUMERIC
                   MOVE AU-SPAN-END-DATE TO WS-SPAN-END-DATE
                   SET WS-SPAN-OK TO TRUE
               ELSE
                   MOVE AU-OUTPUT-DATE TO DC-INPUT-DATE
                   MOVE AU-FORMAT-OUT TO DC-INPUT-FORMAT
                   PERFORM 3250-ANALYSE-DATE
                   IF DC-DATE-VALID
                       COMPUTE WS-SPAN-END-DATE =
                           DC-YEAR-NUM * 10000 + DC-MONTH-NUM * 100
                           + DC-DAY-NUM
                       SET WS-SPAN-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Appel de DateCnv sur la date placee par l'appelant dans
      *    DC-INPUT-DATE/DC-INPUT-FORMAT.
       3250-ANALYSE-DATE.
           MOVE 'YP' TO DC-OUTPUT-FORMAT
           MOVE WS-START-DATE TO DC-TODAY-DATE8
           MOVE 0001 TO DC-YEAR-MIN
           MOVE 9999 TO DC-YEAR-MAX
           CALL "DateCnv" USING DATE-CONVERSION-AREA.

      *    Recherche l'enregistrement historique de la ligne
      *    d'audit en cours, par positionnement direct sur la cle
      *    (date d'entree + date d'execution, premier numero
      *    d'ordre).
       3300-FIND-HISTORY-RECORD.
           MOVE 'N' TO WS-HIST-FOUND-SW
           MOVE AU-INPUT-DATE TO HR-INPUT-DATE
           MOVE AU-RUN-DATE TO HR-RUN-SYSDATE
           MOVE ZERO TO HR-RUN-SEQ
           START HIST-FILE KEY >= HR-HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ HIST-FILE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HR-INPUT-DATE = AU-INPUT-DATE
                              AND HR-RUN-SYSDATE = AU-RUN-DATE
                               SET WS-HIST-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.

      *    Range la ligne touchee en table. Une table saturee
      *    arrete le parcours du journal.
       3400-STORE-IMPACT.
           IF WS-IMP-COUNT >= WS-IMP-MAX
               SET WS-TABLE-FULL TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-IMP-COUNT
               MOVE AU-RUN-DATE TO WS-IM-RUN-DATE(WS-IMP-COUNT)
               MOVE AU-OUTPUT-DATE TO WS-IM-OUTPUT-DATE(WS-IMP-COUNT)
               IF WS-HIST-FOUND
                   MOVE HR-OUTPUT-DATE
                       TO WS-IM-HIST-OUTPUT(WS-IMP-COUNT)
               ELSE
                   MOVE 'ABSENT' TO WS-IM-HIST-OUTPUT(WS-IMP-COUNT)
               END-IF
               MOVE WS-CG-DATE(WS-HIT-SUB)
                   TO WS-IM-CHG-DATE(WS-IMP-COUNT)
               MOVE WS-REASON TO WS-IM-REASON(WS-IMP-COUNT)
               MOVE AU-INPUT-DATE TO WS-IM-INPUT-DATE(WS-IMP-COUNT)
               MOVE AU-FORMAT-IN TO WS-IM-FORMAT-IN(WS-IMP-COUNT)
               MOVE AU-FORMAT-OUT TO WS-IM-FORMAT-OUT(WS-IMP-COUNT)
               MOVE AU-TRANS-TYPE TO WS-IM-TRANS-TYPE(WS-IMP-COUNT)
               MOVE AU-BD-DAYS TO WS-IM-BD-DAYS(WS-IMP-COUNT)
               MOVE AU-SCHED-FREQ TO WS-IM-SCHED-FREQ(WS-IMP-COUNT)
               MOVE AU-SCHED-INTERVAL
                   TO WS-IM-SCHED-INTERVAL(WS-IMP-COUNT)
               MOVE AU-SCHED-COUNT
                   TO WS-IM-SCHED-COUNT(WS-IMP-COUNT)
               MOVE AU-CAL-CODE TO WS-IM-CAL-CODE(WS-IMP-COUNT)
           END-IF.

      *    Restitue au rapport, calendrier par calendrier (ordre de
      *    la table des changements triee), les changements recus
      *    puis les lignes touchees.
       4000-REPORT-BY-CALENDAR.
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               IF WS-CHG-SUB = 1
                  OR WS-CG-CAL-CODE(WS-CHG-SUB) NOT = WS-SECTION-CODE
                   IF WS-CHG-SUB > 1
                       PERFORM 4200-REPORT-SECTION-LINES
                   END-IF
                   MOVE WS-CG-CAL-CODE(WS-CHG-SUB) TO WS-SECTION-CODE
                   MOVE SPACES TO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
                   STRING 'CALENDRIER [' WS-SECTION-CODE
                       '] - CHANGEMENTS RECUS'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
               END-IF
               PERFORM 4100-REPORT-ONE-CHANGE
           END-PERFORM
           IF WS-CHG-COUNT > 0
               PERFORM 4200-REPORT-SECTION-LINES
           END-IF.

      *    Ligne de rapport d'un changement : action, date,
      *    libelle et effet (lignes touchees, ou sans effet quand
      *    le jour tombe un week-end).
       4100-REPORT-ONE-CHANGE.
           IF WS-CG-ADDED(WS-CHG-SUB)
               MOVE 'AJOUT' TO WS-ACTION-LABEL
           ELSE
               MOVE 'RETRAIT' TO WS-ACTION-LABEL
           END-IF
           MOVE SPACES TO WS-EFFECT-LABEL
           IF WS-CG-WEEKEND(WS-CHG-SUB)
               MOVE 'SANS EFFET: WEEK-END' TO WS-EFFECT-LABEL
           ELSE
               STRING 'TOUCHEES: ' WS-CG-HIT-COUNT(WS-CHG-SUB)
                   DELIMITED BY SIZE INTO WS-EFFECT-LABEL
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' WS-ACTION-LABEL ' ' WS-CG-DATE(WS-CHG-SUB)
               ' ' WS-CG-DESCRIPTION(WS-CHG-SUB)
               ' ' WS-EFFECT-LABEL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Lignes touchees du calendrier de la section en cours :
      *    date d'execution, type, date d'entree, dates de sortie
      *    de l'audit et de l'historique, motif et date du
      *    changement en cause.
       4200-REPORT-SECTION-LINES.
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IMP-COUNT
               IF WS-IM-CAL-CODE(WS-SUB) = WS-SECTION-CODE
                   ADD 1 TO WS-SECTION-COUNT
                   IF WS-SECTION-COUNT = 1
                       MOVE SPACES TO WS-RPT-LINE
                       STRING '  DATE EX. TY ENTREE     SORTIE'
                           '     HISTORIQUE MOTIF'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM 5000-WRITE-REPORT-LINE
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  ' WS-IM-RUN-DATE(WS-SUB)
                       ' ' WS-IM-TRANS-TYPE(WS-SUB)
                       ' ' WS-IM-INPUT-DATE(WS-SUB)
                       ' ' WS-IM-OUTPUT-DATE(WS-SUB)
                       ' ' WS-IM-HIST-OUTPUT(WS-SUB)
                       ' ' WS-IM-REASON(WS-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '           CHANGEMENT DU '
                       WS-IM-CHG-DATE(WS-SUB)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING '  LIGNES TOUCHEES DU CALENDRIER [' WS-SECTION-CODE
               ']: ' WS-SECTION-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit une ligne mise en forme dans le rapport.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete du rapport d'impact : date du jour et
      *    etendue du journal parcouru.
       5100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ANALYSE D IMPACT DES CHANGEMENTS DE JOURS FERIES'
               ' - DU ' WS-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           IF WS-FROM-DATE = 0
               MOVE 'JOURNAL D AUDIT PARCOURU EN ENTIER'
                   TO WS-RPT-LINE
           ELSE
               STRING 'JOURNAL D AUDIT PARCOURU A PARTIR DU '
                   WS-FROM-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les totaux de controle de l'analyse.
       5200-WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'CHANGEMENTS LUS: ' WS-CHG-READ-COUNT
               '  REJETES: ' WS-CHG-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'LIGNES BD/SG EXAMINEES: ' WS-EXAMINED-COUNT
               '  TOUCHEES: ' WS-IMP-COUNT
               '  SANS ETENDUE: ' WS-NO-SPAN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Reecrit les transactions touchees dans IMPTRAN au dessin
      *    TRANREC, precedees de l'en-tete de soumission ; une
      *    transaction deja reecrite (meme image, executee
      *    plusieurs fois) ne l'est pas une seconde fois. Sans
      *    transaction touchee, le fichier est cree vide, pour
      *    qu'un fichier d'une analyse precedente ne soit pas
      *    represente par erreur.
       6000-WRITE-IMPACT-TRANSACTIONS.
           OPEN OUTPUT IMPTRAN-FILE
           IF WS-IMP-COUNT > 0
               PERFORM 6100-READ-SUBMISSION-CONTROL
               MOVE SPACES TO TR-HEADER
               MOVE '*HEADER' TO TR-HDR-ID
               MOVE 'HOLIMP' TO TR-HDR-FILE-ID
               MOVE WS-START-DATE TO TR-HDR-CREATE-DATE
               MOVE WS-NEXT-SEQ TO TR-HDR-SEQ-NUM
               WRITE TR-HEADER
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-IMP-COUNT
                   PERFORM 6200-CHECK-DUPLICATE
                   IF NOT WS-DUPLICATE
                       MOVE WS-IM-TRAN-IMAGE(WS-SUB) TO TR-RECORD
                       WRITE TR-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-RPT-LINE
               STRING 'TRANSACTIONS REECRITES DANS IMPTRAN: '
                   WS-WRITTEN-COUNT ' (FLUX HOLIMP, SEQUENCE '
                   WS-NEXT-SEQ ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF
           CLOSE IMPTRAN-FILE.

      *    Relit le controle des soumissions, qui tient une ligne
      *    par identifiant de flux : la sequence de l'en-tete suit
      *    la derniere soumission HOLIMP acceptee par DateMng ; elle
      *    vaut 1 quand le flux HOLIMP n'y a pas (encore) de ligne.
       6100-READ-SUBMISSION-CONTROL.
           MOVE 1 TO WS-NEXT-SEQ
           OPEN INPUT TRANCTL-FILE
           IF WS-TRANCTL-STATUS = '00'
               PERFORM UNTIL WS-TRANCTL-STATUS NOT = '00'
                   READ TRANCTL-FILE
                       AT END
                           MOVE '10' TO WS-TRANCTL-STATUS
                       NOT AT END
                           IF TC-FILE-ID = 'HOLIMP'
                              AND TC-LAST-SEQ IS NUMERIC
                               COMPUTE WS-NEXT-SEQ = TC-LAST-SEQ + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANCTL-FILE
           END-IF.

      *    Recherche parmi les lignes touchees precedentes une
      *    image de transaction identique a celle de la ligne
      *    WS-SUB.
       6200-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-SW
           PERFORM VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB >= WS-SUB
                      OR WS-DUPLICATE
               IF WS-IM-TRAN-IMAGE(WS-DUP-SUB)
                       = WS-IM-TRAN-IMAGE(WS-SUB)
                   SET WS-DUPLICATE TO TRUE
               END-IF
           END-PERFORM.
