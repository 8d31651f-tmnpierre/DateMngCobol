      **************************************************************
      *    PROGRAMME CalPrt                                        *
      *    Impression du calendrier annuel des jours ouvres d'un    *
      *    code calendrier : une page par mois, un jour par ligne,  *
      *    avec son statut (OUVRE, WEEK-END ou FERIE et le libelle  *
      *    HOL-DESCRIPTION de HOLCAL) et sa periode fiscale ; les    *
      *    debuts de periode du calendrier FISCAL sont signales     *
      *    dans la page. Chaque mois se termine par son nombre de    *
      *    jours ouvres, et une page de synthese donne le nombre de  *
      *    jours ouvres de chaque periode fiscale touchee par        *
      *    l'annee (periode entiere, bornes lues dans FISCAL).       *
      *                                                              *
      *    Le statut des jours et les nombres de jours ouvres sont   *
      *    obtenus du sous-programme BusDay (fonctions N et E) et    *
      *    les periodes du sous-programme FisPer, exactement comme   *
      *    le calcule la chaine batch ; HOLCAL n'est relu ici que    *
      *    pour les libelles des jours feries.                       *
      *                                                              *
      *    Parametres (variables d'environnement) :                  *
      *        CALPRT-YEAR  annee imprimee (AAAA, a blanc : annee     *
      *                     en cours) ;                               *
      *        CALPRT-CODE  code calendrier de HOLCAL (a blanc :     *
      *                     calendrier par defaut historique ; * :   *
      *                     un calendrier par code present dans      *
      *                     HOLCAL, dans l'ordre des codes).          *
      *                                                              *
      *    Le calendrier est ecrit dans le fichier CALRPT.           *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 calendrier complet, 4 jours hors          *
      *    calendrier fiscal ou code calendrier sans jour ferie      *
      *    pour l'annee, 8 parametre invalide ou table saturee.      *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalPrt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT FISC-FILE ASSIGN TO "FISCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FISC-STATUS.

           SELECT CALRPT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOL-FILE.
       COPY HOLREC.

       FD  FISC-FILE.
       COPY FISCREC.

       FD  CALRPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

      *    Parametres tels que recus de l'environnement.
       01 WS-YEAR-TXT                  PIC X(04) VALUE SPACES.
       01 WS-YEAR                      PIC 9(04).
       01 WS-CODE-PARM                 PIC X(02) VALUE SPACES.
           88 WS-ALL-CODES                 VALUE '* ' '**'.

       01 WS-HOL-STATUS                PIC X(02) VALUE SPACES.
       01 WS-FISC-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CALRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Jours feries de l'annee imprimee, tous codes confondus,
      *    pour retrouver le libelle d'un jour que BusDay declare
      *    ferie.
       01 WS-HOLI-MAX                  PIC 9(04) VALUE 2000.
       01 WS-HOLI-COUNT                PIC 9(04) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLI-ENTRY OCCURS 2000 TIMES.
               10 WS-HOLI-CAL-CODE     PIC X(02).
               10 WS-HOLI-DATE         PIC 9(08).
               10 WS-HOLI-DESCRIPTION  PIC X(30).
       01 WS-HOLI-SUB                  PIC 9(04).
       01 WS-HOLI-FOUND                PIC 9(04).

      *    Codes calendrier a imprimer : le code demande, ou tous
      *    les codes presents dans HOLCAL (tries) ; nombre de jours
      *    feries de chaque code dans l'annee imprimee.
       01 WS-CODE-MAX                  PIC 9(03) VALUE 50.
       01 WS-CODE-COUNT                PIC 9(03) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 50 TIMES.
               10 WS-CD-CAL-CODE       PIC X(02).
               10 WS-CD-YEAR-COUNT     PIC 9(04).
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-CAL-CODE         PIC X(02).
           05 FILLER                   PIC X(04).
       01 WS-CODE-SUB                  PIC 9(03).
       01 WS-SORT-SUB                  PIC 9(03).
       01 WS-FOUND-SUB                 PIC 9(03).
       01 WS-CURRENT-CODE              PIC X(02).

      *    Periodes du calendrier fiscal (bornes numeriques), pour
      *    la page de synthese des periodes.
       01 WS-FISC-MAX                  PIC 9(04) VALUE 1200.
       01 WS-FISC-COUNT                PIC 9(04) VALUE ZERO.
       01 WS-FISC-TABLE.
           05 WS-FISC-ENTRY OCCURS 1200 TIMES.
               10 WS-FT-FISC-YEAR      PIC 9(04).
               10 WS-FT-PERIOD         PIC 9(02).
               10 WS-FT-START-DATE     PIC 9(08).
               10 WS-FT-END-DATE       PIC 9(08).
       01 WS-FISC-SUB                  PIC 9(04).
       01 WS-FISC-FOUND                PIC 9(04).

      *    Periodes fiscales touchees par l'annee du calendrier en
      *    cours d'impression, dans l'ordre des jours.
       01 WS-SEEN-MAX                  PIC 9(02) VALUE 30.
       01 WS-SEEN-COUNT                PIC 9(02) VALUE ZERO.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 30 TIMES.
               10 WS-SN-FISC-YEAR      PIC 9(04).
               10 WS-SN-PERIOD         PIC 9(02).
       01 WS-SEEN-SUB                  PIC 9(02).

      *    Noms des mois et des jours de la semaine (lundi = 0,
      *    comme le calcul du jour de la semaine de BusDay).
       01 WS-MONTH-NAME-TABLE.
           05 FILLER                   PIC X(09) VALUE 'JANVIER'.
           05 FILLER                   PIC X(09) VALUE 'FEVRIER'.
           05 FILLER                   PIC X(09) VALUE 'MARS'.
           05 FILLER                   PIC X(09) VALUE 'AVRIL'.
           05 FILLER                   PIC X(09) VALUE 'MAI'.
           05 FILLER                   PIC X(09) VALUE 'JUIN'.
           05 FILLER                   PIC X(09) VALUE 'JUILLET'.
           05 FILLER                   PIC X(09) VALUE 'AOUT'.
           05 FILLER                   PIC X(09) VALUE 'SEPTEMBRE'.
           05 FILLER                   PIC X(09) VALUE 'OCTOBRE'.
           05 FILLER                   PIC X(09) VALUE 'NOVEMBRE'.
           05 FILLER                   PIC X(09) VALUE 'DECEMBRE'.
       01 WS-MONTH-NAME-R REDEFINES WS-MONTH-NAME-TABLE.
           05 WS-MONTH-NAME            PIC X(09) OCCURS 12 TIMES.
       01 WS-DAY-NAME-TABLE.
           05 FILLER                   PIC X(03) VALUE 'LUN'.
           05 FILLER                   PIC X(03) VALUE 'MAR'.
           05 FILLER                   PIC X(03) VALUE 'MER'.
           05 FILLER                   PIC X(03) VALUE 'JEU'.
           05 FILLER                   PIC X(03) VALUE 'VEN'.
           05 FILLER                   PIC X(03) VALUE 'SAM'.
           05 FILLER                   PIC X(03) VALUE 'DIM'.
       01 WS-DAY-NAME-R REDEFINES WS-DAY-NAME-TABLE.
           05 WS-DAY-NAME              PIC X(03) OCCURS 7 TIMES.

      *    Jour en cours d'impression et bornes du mois.
       01 WS-MONTH                     PIC 9(02).
       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
           05 WS-CUR-YEAR              PIC 9(04).
           05 WS-CUR-MONTH             PIC 9(02).
           05 WS-CUR-DAY               PIC 9(02).
       01 WS-CURRENT-INTEGER           PIC S9(09) COMP.
       01 WS-MONTH-START-INTEGER       PIC S9(09) COMP.
       01 WS-MONTH-END-INTEGER         PIC S9(09) COMP.
       01 WS-MONDAY-REF-INTEGER        PIC S9(09) COMP.
       01 WS-WEEKDAY-NUM               PIC S9(04) COMP.
       01 WS-DAY-STATUS                PIC X(08).
       01 WS-DAY-DESCRIPTION           PIC X(30).
       01 WS-DAY-PERIOD                PIC X(08).
       01 WS-MONTH-DAYS                PIC 9(03).
       01 WS-BUSDAY-COUNT              PIC 9(03).
       01 WS-PERIOD-BUSDAYS            PIC 9(03).
       01 WS-PERIOD-NOTE               PIC X(20).

      *    Periode fiscale du jour precedent, pour signaler les
      *    debuts de periode.
       01 WS-PREV-FISC-YEAR            PIC 9(04).
       01 WS-PREV-PERIOD               PIC 9(02).
       01 WS-PREV-FOUND-SW             PIC X(01).
           88 WS-PREV-FOUND                VALUE 'Y'.

      *    Comptes de l'execution.
       01 WS-DAYS-PRINTED              PIC 9(05) VALUE ZERO.
       01 WS-LINES-WRITTEN             PIC 9(05) VALUE ZERO.
       01 WS-OUTSIDE-FISC-COUNT        PIC 9(05) VALUE ZERO.
       01 WS-CODE-OUTSIDE-FISC         PIC 9(03).
       01 WS-PAGE-NUM                  PIC 9(04) VALUE ZERO.
       01 WS-WARNING-SW                PIC X(01) VALUE 'N'.
           88 WS-WARNING                   VALUE 'Y'.

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    les 6 premiers chiffres (HHMMSS) sont retenus.
       01 WS-START-DATE                PIC 9(08).
       01 WS-START-TIME-FULL           PIC 9(08).
       01 WS-START-TIME                PIC 9(06).

      *    Zone d'echange avec le sous-programme BusDay, qui dit si
      *    un jour est ouvre et compte les jours ouvres d'un mois
      *    ou d'une periode.
       COPY BDPARM.

      *    Zone d'echange avec le sous-programme FisPer, qui resout
      *    la periode fiscale d'une date.
       COPY FPPARM.

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

           PERFORM 1100-ACCEPT-PARAMETERS
           IF RETURN-CODE = 0
               PERFORM 2000-LOAD-HOLIDAYS
           END-IF
           IF RETURN-CODE = 0
               PERFORM 2500-LOAD-FISCAL-PERIODS
           END-IF
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           OPEN OUTPUT CALRPT-FILE
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
               PERFORM 3000-PRINT-CALENDAR
           END-PERFORM
           CLOSE CALRPT-FILE

           DISPLAY "Calendrier " WS-YEAR " imprime pour "
               WS-CODE-COUNT " code(s) calendrier, "
               WS-OUTSIDE-FISC-COUNT " jour(s) hors calendrier fiscal."
           IF WS-WARNING
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : jours imprimes, lignes ecrites,
      *    jours hors calendrier fiscal et code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'CalPrt' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-DAYS-PRINTED TO RG-READ-COUNT
           MOVE WS-LINES-WRITTEN TO RG-WRITTEN-COUNT
           MOVE WS-OUTSIDE-FISC-COUNT TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Lit et controle l'annee et le code calendrier demandes.
       1100-ACCEPT-PARAMETERS.
           ACCEPT WS-YEAR-TXT FROM ENVIRONMENT "CALPRT-YEAR"
           IF WS-YEAR-TXT = SPACES
               MOVE WS-START-DATE(1:4) TO WS-YEAR
           ELSE
               IF WS-YEAR-TXT IS NOT NUMERIC OR WS-YEAR-TXT < '1601'
                   DISPLAY "Annee invalide [" WS-YEAR-TXT
                       "], AAAA attendu."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-YEAR-TXT TO WS-YEAR
               END-IF
           END-IF

           ACCEPT WS-CODE-PARM FROM ENVIRONMENT "CALPRT-CODE"
           IF NOT WS-ALL-CODES
               MOVE 1 TO WS-CODE-COUNT
               MOVE WS-CODE-PARM TO WS-CD-CAL-CODE(1)
               MOVE ZERO TO WS-CD-YEAR-COUNT(1)
           END-IF.

      *    Charge les jours feries de l'annee (libelles) et compte
      *    ceux de chaque code ; pour une impression de tous les
      *    codes, la table des codes est construite au passage
      *    puis triee. HOLCAL absent : seuls les week-ends sont
      *    chomes, comme pour BusDay.
       2000-LOAD-HOLIDAYS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOL-FILE
           IF WS-HOL-STATUS = '00'
               PERFORM UNTIL WS-EOF OR RETURN-CODE NOT = 0
                   READ HOL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HOL-DATE IS NUMERIC
                               PERFORM 2100-STORE-HOLIDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOL-FILE
           ELSE
               DISPLAY "Calendrier HOLCAL absent (statut "
                   WS-HOL-STATUS "), seuls les week-ends sont chomes."
           END-IF

           IF WS-ALL-CODES
               PERFORM 2200-SORT-CODES
               IF WS-CODE-COUNT = 0
                   MOVE 1 TO WS-CODE-COUNT
                   MOVE SPACES TO WS-CD-CAL-CODE(1)
                   MOVE ZERO TO WS-CD-YEAR-COUNT(1)
               END-IF
           END-IF.

      *    Range le jour ferie lu : code calendrier (nouveau code en
      *    impression de tous les codes) et, s'il est de l'annee
      *    imprimee, date et libelle.
       2100-STORE-HOLIDAY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB > WS-CODE-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-CD-CAL-CODE(WS-SORT-SUB) = HOL-CAL-CODE
                   MOVE WS-SORT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0 AND WS-ALL-CODES
               IF WS-CODE-COUNT >= WS-CODE-MAX
                   DISPLAY "Table des codes calendrier saturee ("
                       WS-CODE-MAX " codes)."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-FOUND-SUB
                   MOVE HOL-CAL-CODE TO WS-CD-CAL-CODE(WS-FOUND-SUB)
                   MOVE ZERO TO WS-CD-YEAR-COUNT(WS-FOUND-SUB)
               END-IF
           END-IF

           IF WS-FOUND-SUB > 0 AND HOL-DATE(1:4) = WS-YEAR
               IF WS-HOLI-COUNT >= WS-HOLI-MAX
                   DISPLAY "Table des jours feries saturee ("
                       WS-HOLI-MAX " entrees)."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-HOLI-COUNT
                   MOVE HOL-CAL-CODE TO WS-HOLI-CAL-CODE(WS-HOLI-COUNT)
                   MOVE HOL-DATE TO WS-HOLI-DATE(WS-HOLI-COUNT)
                   MOVE HOL-DESCRIPTION
                       TO WS-HOLI-DESCRIPTION(WS-HOLI-COUNT)
                   ADD 1 TO WS-CD-YEAR-COUNT(WS-FOUND-SUB)
               END-IF
           END-IF.

      *    Tri par insertion des codes calendrier.
       2200-SORT-CODES.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
                   UNTIL WS-SORT-SUB > WS-CODE-COUNT
               MOVE WS-CODE-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SORT-SUB TO WS-CODE-SUB
               PERFORM UNTIL WS-CODE-SUB < 2
                      OR WS-CD-CAL-CODE(WS-CODE-SUB - 1)
                         <= WS-SWAP-CAL-CODE
                   MOVE WS-CODE-ENTRY(WS-CODE-SUB - 1)
                       TO WS-CODE-ENTRY(WS-CODE-SUB)
                   SUBTRACT 1 FROM WS-CODE-SUB
               END-PERFORM
               MOVE WS-SWAP-ENTRY TO WS-CODE-ENTRY(WS-CODE-SUB)
           END-PERFORM.

      *    Charge les bornes des periodes du calendrier fiscal, pour
      *    la page de synthese. FISCAL absent : FisPer ne resoudra
      *    aucun jour, chacun sera signale hors calendrier.
       2500-LOAD-FISCAL-PERIODS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FISC-FILE
           IF WS-FISC-STATUS = '00'
               PERFORM UNTIL WS-EOF OR RETURN-CODE NOT = 0
                   READ FISC-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF FC-FISC-YEAR IS NUMERIC
                              AND FC-PERIOD IS NUMERIC
                              AND FC-START-DATE IS NUMERIC
                              AND FC-END-DATE IS NUMERIC
                               PERFORM 2510-STORE-FISCAL-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISC-FILE
           ELSE
               DISPLAY "Calendrier FISCAL absent (statut "
                   WS-FISC-STATUS ")."
           END-IF.

      *    Range une periode du calendrier fiscal.
       2510-STORE-FISCAL-PERIOD.
           IF WS-FISC-COUNT >= WS-FISC-MAX
               DISPLAY "Table des periodes fiscales saturee ("
                   WS-FISC-MAX " periodes)."
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-FISC-COUNT
               MOVE FC-FISC-YEAR TO WS-FT-FISC-YEAR(WS-FISC-COUNT)
               MOVE FC-PERIOD TO WS-FT-PERIOD(WS-FISC-COUNT)
               MOVE FC-START-DATE TO WS-FT-START-DATE(WS-FISC-COUNT)
               MOVE FC-END-DATE TO WS-FT-END-DATE(WS-FISC-COUNT)
           END-IF.

      *    Imprime le calendrier d'un code : douze pages mensuelles
      *    puis la synthese des periodes fiscales. La periode du 31
      *    decembre precedent sert de reference pour signaler un
      *    debut de periode des le 1er janvier.
       3000-PRINT-CALENDAR.
           MOVE WS-CD-CAL-CODE(WS-CODE-SUB) TO WS-CURRENT-CODE
           MOVE ZERO TO WS-SEEN-COUNT
           MOVE ZERO TO WS-CODE-OUTSIDE-FISC
           IF WS-CD-YEAR-COUNT(WS-CODE-SUB) = 0
               DISPLAY "Code calendrier [" WS-CURRENT-CODE
                   "] : aucun jour ferie en " WS-YEAR
                   ", seuls les week-ends sont chomes."
               SET WS-WARNING TO TRUE
           END-IF

           COMPUTE WS-CURRENT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-YEAR * 10000 + 0101) - 1
           COMPUTE FP-INPUT-DATE8 =
               FUNCTION DATE-OF-INTEGER(WS-CURRENT-INTEGER)
           CALL "FisPer" USING FP-PARM-AREA
           MOVE 'N' TO WS-PREV-FOUND-SW
           IF FP-FOUND
               SET WS-PREV-FOUND TO TRUE
               MOVE FP-FISC-YEAR TO WS-PREV-FISC-YEAR
               MOVE FP-FISC-PERIOD TO WS-PREV-PERIOD
           END-IF

           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               PERFORM 3100-PRINT-MONTH
           END-PERFORM
           PERFORM 3500-PRINT-PERIOD-SUMMARY.

      *    Imprime la page d'un mois : en-tete, un jour par ligne,
      *    puis le nombre de jours ouvres du mois, compte par BusDay
      *    du dernier jour du mois precedent (exclu) au dernier jour
      *    du mois (inclus).
       3100-PRINT-MONTH.
           PERFORM 5100-WRITE-PAGE-HEADER
           COMPUTE WS-MONTH-START-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-YEAR * 10000 + WS-MONTH * 100 + 1)
           IF WS-MONTH = 12
               COMPUTE WS-MONTH-END-INTEGER = FUNCTION INTEGER-OF-DATE(
                   (WS-YEAR + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-MONTH-END-INTEGER = FUNCTION INTEGER-OF-DATE(
                   WS-YEAR * 10000 + (WS-MONTH + 1) * 100 + 1) - 1
           END-IF
           COMPUTE WS-MONTH-DAYS =
               WS-MONTH-END-INTEGER - WS-MONTH-START-INTEGER + 1

           PERFORM VARYING WS-CURRENT-INTEGER
                   FROM WS-MONTH-START-INTEGER BY 1
                   UNTIL WS-CURRENT-INTEGER > WS-MONTH-END-INTEGER
               PERFORM 3200-PRINT-DAY
           END-PERFORM

           SET BD-FUNC-ELAPSED TO TRUE
           MOVE WS-CURRENT-CODE TO BD-CAL-CODE
           COMPUTE BD-BASE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-START-INTEGER - 1)
           COMPUTE BD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INTEGER)
           CALL "BusDay" USING BD-PARM-AREA
           MOVE BD-ELAPSED-DAYS TO WS-BUSDAY-COUNT

           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'JOURS OUVRES EN ' WS-MONTH-NAME(WS-MONTH)
               ': ' WS-BUSDAY-COUNT ' SUR ' WS-MONTH-DAYS
               ' JOURS CALENDAIRES'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Imprime un jour : BusDay (fonction N) le dit ouvre quand
      *    il le rend inchange ; sinon c'est un week-end ou un jour
      *    ferie, dont le libelle est repris de HOLCAL. FisPer donne
      *    sa periode fiscale ; un changement de periode par rapport
      *    a la veille est signale par une ligne de debut de periode.
       3200-PRINT-DAY.
           COMPUTE WS-CURRENT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CURRENT-INTEGER)
           COMPUTE WS-WEEKDAY-NUM =
               FUNCTION MOD(WS-CURRENT-INTEGER - WS-MONDAY-REF-INTEGER,
                   7)
           ADD 1 TO WS-DAYS-PRINTED

           SET BD-FUNC-NEXT-OR-SAME TO TRUE
           MOVE WS-CURRENT-CODE TO BD-CAL-CODE
           MOVE WS-CURRENT-DATE TO BD-BASE-DATE
           CALL "BusDay" USING BD-PARM-AREA

           MOVE SPACES TO WS-DAY-DESCRIPTION
           MOVE ZERO TO WS-HOLI-FOUND
           PERFORM VARYING WS-HOLI-SUB FROM 1 BY 1
                   UNTIL WS-HOLI-SUB > WS-HOLI-COUNT
                      OR WS-HOLI-FOUND > 0
               IF WS-HOLI-CAL-CODE(WS-HOLI-SUB) = WS-CURRENT-CODE
                  AND WS-HOLI-DATE(WS-HOLI-SUB) = WS-CURRENT-DATE
                   MOVE WS-HOLI-SUB TO WS-HOLI-FOUND
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN BD-RESULT-DATE = WS-CURRENT-DATE
                   MOVE 'OUVRE' TO WS-DAY-STATUS
               WHEN WS-WEEKDAY-NUM = 5 OR WS-WEEKDAY-NUM = 6
                   MOVE 'WEEK-END' TO WS-DAY-STATUS
               WHEN OTHER
                   MOVE 'FERIE' TO WS-DAY-STATUS
           END-EVALUATE
           IF WS-HOLI-FOUND > 0 AND WS-DAY-STATUS NOT = 'OUVRE'
               MOVE WS-HOLI-DESCRIPTION(WS-HOLI-FOUND)
                   TO WS-DAY-DESCRIPTION
           END-IF

           MOVE WS-CURRENT-DATE TO FP-INPUT-DATE8
           CALL "FisPer" USING FP-PARM-AREA
           IF FP-FOUND
               MOVE SPACES TO WS-DAY-PERIOD
               STRING FP-FISC-YEAR '-' FP-FISC-PERIOD
                   DELIMITED BY SIZE INTO WS-DAY-PERIOD
               IF NOT WS-PREV-FOUND
                  OR FP-FISC-YEAR NOT = WS-PREV-FISC-YEAR
                  OR FP-FISC-PERIOD NOT = WS-PREV-PERIOD
                   STRING '  ---- DEBUT DE LA PERIODE FISCALE '
                       FP-FISC-YEAR '-' FP-FISC-PERIOD ' ----'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
                   PERFORM 3300-NOTE-PERIOD-SEEN
               END-IF
               SET WS-PREV-FOUND TO TRUE
               MOVE FP-FISC-YEAR TO WS-PREV-FISC-YEAR
               MOVE FP-FISC-PERIOD TO WS-PREV-PERIOD
           ELSE
               MOVE 'HORS CAL' TO WS-DAY-PERIOD
               MOVE 'N' TO WS-PREV-FOUND-SW
               ADD 1 TO WS-OUTSIDE-FISC-COUNT
               ADD 1 TO WS-CODE-OUTSIDE-FISC
               SET WS-WARNING TO TRUE
           END-IF

           STRING '  ' WS-CUR-DAY '  ' WS-DAY-NAME(WS-WEEKDAY-NUM + 1)
               '  ' WS-DAY-STATUS '  ' WS-DAY-DESCRIPTION
               '  ' WS-DAY-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Retient une periode fiscale touchee par l'annee, pour la
      *    page de synthese (une periode n'est comptee qu'une fois).
       3300-NOTE-PERIOD-SEEN.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-SN-FISC-YEAR(WS-SEEN-SUB) = FP-FISC-YEAR
                  AND WS-SN-PERIOD(WS-SEEN-SUB) = FP-FISC-PERIOD
                   MOVE WS-SEEN-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0 AND WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE FP-FISC-YEAR TO WS-SN-FISC-YEAR(WS-SEEN-COUNT)
               MOVE FP-FISC-PERIOD TO WS-SN-PERIOD(WS-SEEN-COUNT)
           END-IF.

      *    Page de synthese du calendrier : pour chaque periode
      *    fiscale touchee par l'annee, ses bornes (FISCAL) et son
      *    nombre de jours ouvres sur la periode entiere, compte par
      *    BusDay ; une periode a cheval sur deux annees civiles est
      *    signalee. Puis le nombre de jours hors calendrier fiscal.
       3500-PRINT-PERIOD-SUMMARY.
           MOVE ZERO TO WS-MONTH
           PERFORM 5100-WRITE-PAGE-HEADER
           PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
                   UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
               PERFORM 3600-PRINT-ONE-PERIOD
           END-PERFORM
           IF WS-SEEN-COUNT = 0
               MOVE '  AUCUNE PERIODE FISCALE POUR CETTE ANNEE'
                   TO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'JOURS HORS CALENDRIER FISCAL: ' WS-CODE-OUTSIDE-FISC
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ligne de synthese d'une periode fiscale.
       3600-PRINT-ONE-PERIOD.
           MOVE ZERO TO WS-FISC-FOUND
           PERFORM VARYING WS-FISC-SUB FROM 1 BY 1
                   UNTIL WS-FISC-SUB > WS-FISC-COUNT
                      OR WS-FISC-FOUND > 0
               IF WS-FT-FISC-YEAR(WS-FISC-SUB) =
                       WS-SN-FISC-YEAR(WS-SEEN-SUB)
                  AND WS-FT-PERIOD(WS-FISC-SUB) =
                       WS-SN-PERIOD(WS-SEEN-SUB)
                   MOVE WS-FISC-SUB TO WS-FISC-FOUND
               END-IF
           END-PERFORM
           IF WS-FISC-FOUND = 0
               STRING '  ' WS-SN-FISC-YEAR(WS-SEEN-SUB) '-'
                   WS-SN-PERIOD(WS-SEEN-SUB)
                   '  BORNES ABSENTES DU CALENDRIER FISCAL'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           ELSE
               SET BD-FUNC-ELAPSED TO TRUE
               MOVE WS-CURRENT-CODE TO BD-CAL-CODE
               COMPUTE BD-BASE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       WS-FT-START-DATE(WS-FISC-FOUND)) - 1)
               MOVE WS-FT-END-DATE(WS-FISC-FOUND) TO BD-END-DATE
               CALL "BusDay" USING BD-PARM-AREA
               MOVE BD-ELAPSED-DAYS TO WS-PERIOD-BUSDAYS
               MOVE SPACES TO WS-PERIOD-NOTE
               IF WS-FT-START-DATE(WS-FISC-FOUND)(1:4) NOT = WS-YEAR
                  OR WS-FT-END-DATE(WS-FISC-FOUND)(1:4) NOT = WS-YEAR
                   MOVE 'A CHEVAL SUR L''ANNEE' TO WS-PERIOD-NOTE
               END-IF
               STRING '  ' WS-SN-FISC-YEAR(WS-SEEN-SUB) '-'
                   WS-SN-PERIOD(WS-SEEN-SUB)
                   '  ' WS-FT-START-DATE(WS-FISC-FOUND)
                   '  ' WS-FT-END-DATE(WS-FISC-FOUND)
                   '  ' WS-PERIOD-BUSDAYS '  ' WS-PERIOD-NOTE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF.

      *    Ecrit une ligne mise en forme dans le calendrier.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete d'une nouvelle page : annee, code
      *    calendrier et numero de page, puis le mois et les titres
      *    de colonnes (WS-MONTH a zero : page de synthese des
      *    periodes fiscales).
       5100-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CURRENT-CODE = SPACES
               STRING 'CALENDRIER DES JOURS OUVRES ' WS-YEAR
                   ' - CALENDRIER PAR DEFAUT'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING 'CALENDRIER DES JOURS OUVRES ' WS-YEAR
                   ' - CALENDRIER ' WS-CURRENT-CODE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           MOVE 'PAGE' TO WS-RPT-LINE(67:4)
           MOVE WS-PAGE-NUM TO WS-RPT-LINE(72:4)
           PERFORM 5000-WRITE-REPORT-LINE
           IF WS-MONTH = 0
               MOVE 'SYNTHESE DES PERIODES FISCALES' TO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
               MOVE '  PERIODE  DEBUT     FIN       OUVRES'
                   TO WS-RPT-LINE
           ELSE
               STRING 'MOIS: ' WS-MONTH-NAME(WS-MONTH) ' ' WS-YEAR
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
               MOVE '  JJ  JOUR STATUT    LIBELLE' TO WS-RPT-LINE
               MOVE 'PERIODE' TO WS-RPT-LINE(54:7)
           END-IF
           PERFORM 5000-WRITE-REPORT-LINE.
