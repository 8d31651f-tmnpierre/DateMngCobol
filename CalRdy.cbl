      **************************************************************
      *    PROGRAMME CalRdy                                        *
      *    Controle de preparation des calendriers, executable      *
      *    comme etape du pilote de chaine DateChn : verifie, sur    *
      *    une fenetre glissante a partir de la date du jour, que    *
      *    les referentiels de dates de la chaine ne s'epuiseront    *
      *    pas avant la fin de la fenetre - au lieu de decouvrir en  *
      *    decembre, par des lignes HORSCAL ou des rejets, qu'un     *
      *    calendrier n'a pas ete etendu.                            *
      *                                                              *
      *    Elements controles, un verdict (PRET ou A ETENDRE) par    *
      *    element au rapport de preparation (RDYRPT) :              *
      *        - chaque code calendrier de HOLCAL : au moins un      *
      *          jour ferie pour chaque annee civile touchee par la  *
      *          fenetre (meme regle que le controle de couverture   *
      *          de HolMnt), et capacites de BusDay respectees (366  *
      *          jours feries par calendrier, 10 calendriers -       *
      *          au-dela, BusDay ignore les entrees en trop) ;       *
      *        - le calendrier fiscal FISCAL : premier et dernier    *
      *          jour de la fenetre resolus par FisPer, comme le     *
      *          fait la chaine ;                                    *
      *        - la plage d'annees PR-YEAR-MIN/PR-YEAR-MAX de        *
      *          PARMFILE (a defaut, la plage historique             *
      *          1900-2099 de DateMng) : elle doit contenir toutes   *
      *          les annees de la fenetre.                           *
      *    Un fichier HOLCAL ou FISCAL absent ou illisible rend son  *
      *    element A ETENDRE.                                        *
      *                                                              *
      *    Parametres (variables d'environnement) :                  *
      *        CALRDY-DAYS  longueur de la fenetre en jours          *
      *                     (001-999, a blanc : 090) ;               *
      *        CALRDY-DATE  premier jour de la fenetre (AAAAMMJJ,    *
      *                     a blanc : date du jour).                 *
      *                                                              *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 tous les elements prets, 4 au moins un    *
      *    element s'epuise dans la fenetre, 8 parametre invalide.   *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalRdy.
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

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RDYRPT-FILE ASSIGN TO "RDYRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RDYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HOL-FILE.
       COPY HOLREC.

       FD  FISC-FILE.
       COPY FISCREC.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  RDYRPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

      *    Parametres tels que recus de l'environnement, puis
      *    fenetre de controle : premier et dernier jour, annees
      *    civiles touchees.
       01 WS-DAYS-TXT                  PIC X(03) VALUE SPACES.
       01 WS-DAYS-NUM                  PIC 9(03) VALUE 090.
       01 WS-ASOF-DATE-TXT             PIC X(08) VALUE SPACES.
       01 WS-WINDOW-START              PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-END                PIC 9(08) VALUE ZERO.
       01 WS-FIRST-YEAR                PIC 9(04).
       01 WS-LAST-YEAR                 PIC 9(04).
       01 WS-CHECK-YEAR                PIC 9(04).
       01 WS-YEAR-SUB                  PIC 9(02).

       01 WS-HOL-STATUS                PIC X(02) VALUE SPACES.
       01 WS-FISC-STATUS               PIC X(02) VALUE SPACES.
       01 WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01 WS-RDYRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Codes calendrier rencontres dans HOLCAL : rang
      *    d'apparition (BusDay ne charge que les 10 premiers),
      *    nombre total de jours feries, dernier jour ferie et
      *    nombre de jours feries par annee de la fenetre (la
      *    fenetre de 999 jours au plus touche 4 annees civiles).
       01 WS-CODE-MAX                  PIC 9(03) VALUE 50.
       01 WS-CODE-COUNT                PIC 9(03) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 50 TIMES.
               10 WS-CD-CAL-CODE       PIC X(02).
               10 WS-CD-LOAD-ORDER     PIC 9(03).
               10 WS-CD-TOTAL-COUNT    PIC 9(05).
               10 WS-CD-LAST-DATE      PIC 9(08).
               10 WS-CD-YEAR-COUNT     PIC 9(05) OCCURS 4 TIMES.
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-CAL-CODE         PIC X(02).
           05 FILLER                   PIC X(36).
       01 WS-SUB                       PIC 9(03).
       01 WS-SORT-SUB                  PIC 9(03).
       01 WS-FOUND-SUB                 PIC 9(03).
       01 WS-CODE-OVERFLOW-SW          PIC X(01) VALUE 'N'.
           88 WS-CODE-OVERFLOW             VALUE 'Y'.

      *    Calendrier fiscal : nombre de periodes lues et derniere
      *    date de fin numerique.
       01 WS-FISC-PERIOD-COUNT         PIC 9(05) VALUE ZERO.
       01 WS-FISC-LAST-END             PIC 9(08) VALUE ZERO.
       01 WS-FISC-START-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-FISC-START-FOUND          VALUE 'Y'.
       01 WS-FISC-END-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-FISC-END-FOUND            VALUE 'Y'.

      *    Plage d'annees d'exploitation retenue, comme DateMng :
      *    valeurs historiques, remplacees par celles de PARMFILE
      *    quand elles sont numeriques et ordonnees.
       01 WS-YEAR-MIN-PARM             PIC 9(04) VALUE 1900.
       01 WS-YEAR-MAX-PARM             PIC 9(04) VALUE 2099.
       01 WS-RANGE-ORIGIN              PIC X(08) VALUE 'DEFAUT'.

      *    Verdict de l'element en cours et comptes du controle.
       01 WS-ITEM-LABEL                PIC X(18).
       01 WS-VERDICT                   PIC X(10).
       01 WS-DETAIL                    PIC X(48).
       01 WS-ITEM-COUNT                PIC 9(05) VALUE ZERO.
       01 WS-READY-COUNT               PIC 9(05) VALUE ZERO.
       01 WS-NOT-READY-COUNT           PIC 9(05) VALUE ZERO.

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    les 6 premiers chiffres (HHMMSS) sont retenus.
       01 WS-START-DATE                PIC 9(08).
       01 WS-START-TIME-FULL           PIC 9(08).
       01 WS-START-TIME                PIC 9(06).

      *    Zone d'echange avec le sous-programme DateVal, qui
      *    controle le premier jour de la fenetre.
       COPY DTVALID.

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

           PERFORM 1100-ACCEPT-PARAMETERS
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           OPEN OUTPUT RDYRPT-FILE
           PERFORM 5100-WRITE-REPORT-HEADER
           PERFORM 2000-CHECK-HOLIDAY-CALENDARS
           PERFORM 3000-CHECK-FISCAL-CALENDAR
           PERFORM 4000-CHECK-YEAR-RANGE
           PERFORM 5200-WRITE-REPORT-TOTALS
           CLOSE RDYRPT-FILE

           DISPLAY "Preparation des calendriers du " WS-WINDOW-START
               " au " WS-WINDOW-END ": " WS-READY-COUNT " pret(s), "
               WS-NOT-READY-COUNT " a etendre."
           IF WS-NOT-READY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : elements controles, elements prets,
      *    elements a etendre et code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'CalRdy' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-ITEM-COUNT TO RG-READ-COUNT
           MOVE WS-READY-COUNT TO RG-WRITTEN-COUNT
           MOVE WS-NOT-READY-COUNT TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Lit et controle le premier jour et la longueur de la
      *    fenetre (dans cet ordre : l'appel de DateVal remet le
      *    code retour a zero), puis calcule son dernier jour et
      *    les annees civiles qu'elle touche.
       1100-ACCEPT-PARAMETERS.
           ACCEPT WS-ASOF-DATE-TXT FROM ENVIRONMENT "CALRDY-DATE"
           IF WS-ASOF-DATE-TXT = SPACES
               MOVE WS-START-DATE TO WS-WINDOW-START
           ELSE
               MOVE 'N' TO DV-VALID-SW
               IF WS-ASOF-DATE-TXT IS NUMERIC
                   MOVE WS-ASOF-DATE-TXT(1:4) TO DV-YEAR-NUM
                   MOVE WS-ASOF-DATE-TXT(5:2) TO DV-MONTH-NUM
                   MOVE WS-ASOF-DATE-TXT(7:2) TO DV-DAY-NUM
                   CALL "DateVal" USING DV-PARM-AREA
               END-IF
               IF DV-DATE-VALID
                   MOVE WS-ASOF-DATE-TXT TO WS-WINDOW-START
               ELSE
                   DISPLAY "Premier jour de fenetre invalide ["
                       WS-ASOF-DATE-TXT "], AAAAMMJJ attendu."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           ACCEPT WS-DAYS-TXT FROM ENVIRONMENT "CALRDY-DAYS"
           IF WS-DAYS-TXT NOT = SPACES
               IF WS-DAYS-TXT IS NOT NUMERIC OR WS-DAYS-TXT = '000'
                   DISPLAY "Longueur de fenetre invalide ["
                       WS-DAYS-TXT "], 001 a 999 jours attendus."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-DAYS-TXT TO WS-DAYS-NUM
               END-IF
           END-IF

           IF RETURN-CODE = 0
               COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WINDOW-START)
                   + WS-DAYS-NUM - 1)
               MOVE WS-WINDOW-START(1:4) TO WS-FIRST-YEAR
               MOVE WS-WINDOW-END(1:4) TO WS-LAST-YEAR
           END-IF.

      *    Charge les codes calendrier de HOLCAL et leurs comptes,
      *    puis rend un verdict par code, dans l'ordre des codes.
       2000-CHECK-HOLIDAY-CALENDARS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOL-FILE
           IF WS-HOL-STATUS NOT = '00'
               MOVE 'HOLCAL' TO WS-ITEM-LABEL
               MOVE SPACES TO WS-DETAIL
               STRING 'FICHIER INACCESSIBLE (STATUT ' WS-HOL-STATUS
                   ')' DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 5310-ITEM-NOT-READY
           ELSE
               PERFORM UNTIL WS-EOF
                   READ HOL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HOL-DATE IS NUMERIC
                               PERFORM 2100-COUNT-HOLIDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOL-FILE
               PERFORM 2200-SORT-CODES
               IF WS-CODE-COUNT = 0
                   MOVE 'HOLCAL' TO WS-ITEM-LABEL
                   MOVE 'AUCUN JOUR FERIE AU CALENDRIER' TO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               END-IF
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CODE-COUNT
                   PERFORM 2300-JUDGE-ONE-CODE
               END-PERFORM
               IF WS-CODE-OVERFLOW
                   MOVE 'HOLCAL' TO WS-ITEM-LABEL
                   MOVE SPACES TO WS-DETAIL
                   STRING 'PLUS DE ' WS-CODE-MAX
                       ' CODES CALENDRIER - SUIVANTS NON CONTROLES'
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               END-IF
           END-IF.

      *    Compte le jour ferie lu pour son code calendrier (entree
      *    creee au premier jour ferie du code, dans l'ordre de
      *    chargement de BusDay) : total, dernier jour ferie, et
      *    compte de son annee quand elle est dans la fenetre.
       2100-COUNT-HOLIDAY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                   UNTIL WS-SORT-SUB > WS-CODE-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-CD-CAL-CODE(WS-SORT-SUB) = HOL-CAL-CODE
                   MOVE WS-SORT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-CODE-COUNT >= WS-CODE-MAX
                   SET WS-CODE-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-FOUND-SUB
                   MOVE HOL-CAL-CODE TO WS-CD-CAL-CODE(WS-FOUND-SUB)
                   MOVE WS-CODE-COUNT TO WS-CD-LOAD-ORDER(WS-FOUND-SUB)
                   MOVE ZERO TO WS-CD-TOTAL-COUNT(WS-FOUND-SUB)
                   MOVE ZERO TO WS-CD-LAST-DATE(WS-FOUND-SUB)
                   PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                           UNTIL WS-YEAR-SUB > 4
                       MOVE ZERO TO
                           WS-CD-YEAR-COUNT(WS-FOUND-SUB, WS-YEAR-SUB)
                   END-PERFORM
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               ADD 1 TO WS-CD-TOTAL-COUNT(WS-FOUND-SUB)
               IF HOL-DATE > WS-CD-LAST-DATE(WS-FOUND-SUB)
                   MOVE HOL-DATE TO WS-CD-LAST-DATE(WS-FOUND-SUB)
               END-IF
               MOVE HOL-DATE(1:4) TO WS-CHECK-YEAR
               IF WS-CHECK-YEAR >= WS-FIRST-YEAR
                  AND WS-CHECK-YEAR <= WS-LAST-YEAR
                   COMPUTE WS-YEAR-SUB =
                       WS-CHECK-YEAR - WS-FIRST-YEAR + 1
                   ADD 1
                       TO WS-CD-YEAR-COUNT(WS-FOUND-SUB, WS-YEAR-SUB)
               END-IF
           END-IF.

      *    Tri par insertion des codes calendrier, pour un rapport
      *    dans l'ordre des codes.
       2200-SORT-CODES.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
                   UNTIL WS-SORT-SUB > WS-CODE-COUNT
               MOVE WS-CODE-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SORT-SUB TO WS-SUB
               PERFORM UNTIL WS-SUB < 2
                      OR WS-CD-CAL-CODE(WS-SUB - 1) <= WS-SWAP-CAL-CODE
                   MOVE WS-CODE-ENTRY(WS-SUB - 1)
                       TO WS-CODE-ENTRY(WS-SUB)
                   SUBTRACT 1 FROM WS-SUB
               END-PERFORM
               MOVE WS-SWAP-ENTRY TO WS-CODE-ENTRY(WS-SUB)
           END-PERFORM.

      *    Verdict d'un code calendrier : premiere annee de la
      *    fenetre sans jour ferie, puis capacites de BusDay ; a
      *    defaut, le code est pret jusqu'a son dernier jour ferie.
       2300-JUDGE-ONE-CODE.
           MOVE SPACES TO WS-ITEM-LABEL
           STRING 'HOLCAL [' WS-CD-CAL-CODE(WS-SUB) ']'
               DELIMITED BY SIZE INTO WS-ITEM-LABEL
           MOVE ZERO TO WS-CHECK-YEAR
           PERFORM VARYING WS-YEAR-SUB FROM 1 BY 1
                   UNTIL WS-YEAR-SUB > WS-LAST-YEAR - WS-FIRST-YEAR + 1
                      OR WS-CHECK-YEAR > 0
               IF WS-CD-YEAR-COUNT(WS-SUB, WS-YEAR-SUB) = 0
                   COMPUTE WS-CHECK-YEAR =
                       WS-FIRST-YEAR + WS-YEAR-SUB - 1
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL
           EVALUATE TRUE
               WHEN WS-CHECK-YEAR > 0
                   STRING 'AUCUN JOUR FERIE EN ' WS-CHECK-YEAR
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               WHEN WS-CD-TOTAL-COUNT(WS-SUB) > 366
                   STRING WS-CD-TOTAL-COUNT(WS-SUB)
                       ' JOURS FERIES - BUSDAY EN CHARGE 366'
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               WHEN WS-CD-LOAD-ORDER(WS-SUB) > 10
                   MOVE 'AU-DELA DES 10 CALENDRIERS CHARGES PAR BUSDAY'
                       TO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               WHEN OTHER
                   STRING 'DERNIER JOUR FERIE '
                       WS-CD-LAST-DATE(WS-SUB)
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5300-ITEM-READY
           END-EVALUATE.

      *    Relit le calendrier fiscal (nombre de periodes, derniere
      *    fin de periode) et fait resoudre par FisPer le premier et
      *    le dernier jour de la fenetre, comme le fera la chaine.
       3000-CHECK-FISCAL-CALENDAR.
           MOVE 'FISCAL' TO WS-ITEM-LABEL
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FISC-FILE
           IF WS-FISC-STATUS NOT = '00'
               MOVE SPACES TO WS-DETAIL
               STRING 'FICHIER INACCESSIBLE (STATUT ' WS-FISC-STATUS
                   ')' DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM 5310-ITEM-NOT-READY
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FISC-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF FC-END-DATE IS NUMERIC
                               ADD 1 TO WS-FISC-PERIOD-COUNT
                               IF FC-END-DATE > WS-FISC-LAST-END
                                   MOVE FC-END-DATE
                                       TO WS-FISC-LAST-END
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FISC-FILE

               MOVE WS-WINDOW-START TO FP-INPUT-DATE8
               CALL "FisPer" USING FP-PARM-AREA
               IF FP-FOUND
                   SET WS-FISC-START-FOUND TO TRUE
               END-IF
               MOVE WS-WINDOW-END TO FP-INPUT-DATE8
               CALL "FisPer" USING FP-PARM-AREA
               IF FP-FOUND
                   SET WS-FISC-END-FOUND TO TRUE
               END-IF

               MOVE SPACES TO WS-DETAIL
               EVALUATE TRUE
                   WHEN WS-FISC-PERIOD-COUNT = 0
                       MOVE 'AUCUNE PERIODE AU CALENDRIER' TO WS-DETAIL
                       PERFORM 5310-ITEM-NOT-READY
                   WHEN WS-FISC-LAST-END < WS-WINDOW-END
                       STRING 'S''ARRETE AU ' WS-FISC-LAST-END
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM 5310-ITEM-NOT-READY
                   WHEN NOT WS-FISC-START-FOUND
                       STRING 'LE ' WS-WINDOW-START
                           ' N''EST DANS AUCUNE PERIODE'
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM 5310-ITEM-NOT-READY
                   WHEN NOT WS-FISC-END-FOUND
                       STRING 'LE ' WS-WINDOW-END
                           ' N''EST DANS AUCUNE PERIODE'
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM 5310-ITEM-NOT-READY
                   WHEN OTHER
                       STRING 'COUVERT JUSQU''AU ' WS-FISC-LAST-END
                           DELIMITED BY SIZE INTO WS-DETAIL
                       PERFORM 5300-ITEM-READY
               END-EVALUATE
           END-IF.

      *    Etablit la plage d'annees d'exploitation comme DateMng
      *    (PARMFILE absent, vide ou plage invalide : plage
      *    historique) et verifie qu'elle contient les annees de
      *    la fenetre.
       4000-CHECK-YEAR-RANGE.
           MOVE 'PARMFILE ANNEES' TO WS-ITEM-LABEL
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       IF PR-YEAR-MIN IS NUMERIC
                          AND PR-YEAR-MAX IS NUMERIC
                          AND PR-YEAR-MIN <= PR-YEAR-MAX
                           MOVE PR-YEAR-MIN TO WS-YEAR-MIN-PARM
                           MOVE PR-YEAR-MAX TO WS-YEAR-MAX-PARM
                           MOVE 'PARMFILE' TO WS-RANGE-ORIGIN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           MOVE SPACES TO WS-DETAIL
           EVALUATE TRUE
               WHEN WS-YEAR-MAX-PARM < WS-LAST-YEAR
                   STRING 'PR-YEAR-MAX ' WS-YEAR-MAX-PARM
                       ' REJETTERA LES DATES DE ' WS-LAST-YEAR
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               WHEN WS-YEAR-MIN-PARM > WS-FIRST-YEAR
                   STRING 'PR-YEAR-MIN ' WS-YEAR-MIN-PARM
                       ' REJETTERA LES DATES DE ' WS-FIRST-YEAR
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5310-ITEM-NOT-READY
               WHEN OTHER
                   STRING 'PLAGE ' WS-YEAR-MIN-PARM '-'
                       WS-YEAR-MAX-PARM ' (' WS-RANGE-ORIGIN ')'
                       DELIMITED BY SIZE INTO WS-DETAIL
                   PERFORM 5300-ITEM-READY
           END-EVALUATE.

      *    Ecrit une ligne mise en forme dans le rapport.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete du rapport de preparation : date du
      *    jour, fenetre controlee et titres de colonnes.
       5100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RAPPORT DE PREPARATION DES CALENDRIERS - DU '
               WS-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'FENETRE DU ' WS-WINDOW-START ' AU ' WS-WINDOW-END
               ' (' WS-DAYS-NUM ' JOURS)'
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           MOVE 'ELEMENT            VERDICT    DETAIL' TO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les totaux du controle.
       5200-WRITE-REPORT-TOTALS.
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'ELEMENTS CONTROLES: ' WS-ITEM-COUNT
               '  PRETS: ' WS-READY-COUNT
               '  A ETENDRE: ' WS-NOT-READY-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Verdict PRET pour l'element en cours.
       5300-ITEM-READY.
           MOVE 'PRET' TO WS-VERDICT
           ADD 1 TO WS-READY-COUNT
           PERFORM 5400-WRITE-VERDICT-LINE.

      *    Verdict A ETENDRE pour l'element en cours.
       5310-ITEM-NOT-READY.
           MOVE 'A ETENDRE' TO WS-VERDICT
           ADD 1 TO WS-NOT-READY-COUNT
           PERFORM 5400-WRITE-VERDICT-LINE.

      *    Ligne de verdict : element, verdict et detail.
       5400-WRITE-VERDICT-LINE.
           ADD 1 TO WS-ITEM-COUNT
           STRING WS-ITEM-LABEL ' ' WS-VERDICT ' ' WS-DETAIL
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.
