      **************************************************************
      *    PROGRAMME TrnEdt                                        *
      *    Pre-controle d'un fichier de transactions TRANSIN avant  *
      *    son passage dans DateMng, executable comme etape du      *
      *    pilote de chaine DateChn : le fichier est lu et controle *
      *    sans rien mettre a jour - ni journal d'audit, ni         *
      *    historique, ni fichier des rejets, ni controle des       *
      *    soumissions TRANCTL - pour retenir un flux defectueux    *
      *    avant qu'il ne laisse des lignes FAIL et des rejets, ou   *
      *    ne consomme son numero de sequence.                      *
      *                                                              *
      *    Controles, dans les memes termes que DateMng :           *
      *        - l'en-tete *HEADER confronte au controle TRANCTL     *
      *          (en-tete illisible ou sequence deja traitee :       *
      *          fichier refuse ; saut de numerotation ou fichier    *
      *          sans en-tete : avertissement) ;                     *
      *        - pour chaque transaction, les codes de format et la  *
      *          date d'entree par DateCnv (formats par defaut et    *
      *          plage d'annees de PARMFILE), le type de             *
      *          transaction, TR-BD-DAYS d'une transaction BD, la    *
      *          recurrence, le pas et le nombre d'echeances d'une   *
      *          transaction SG, la seconde date d'une transaction   *
      *          IV dans son propre format (a blanc, le format       *
      *          d'entree), et le code calendrier (par defaut        *
      *          celui de PARMFILE) contre les codes reellement      *
      *          presents dans HOLCAL et charges par BusDay (10      *
      *          premiers codes du fichier) - un code inconnu ne     *
      *          ferait sauter que les week-ends.                    *
      *    Toutes les erreurs d'une transaction sont signalees, et   *
      *    pas seulement la premiere.                                *
      *                                                              *
      *    Le rapport de pre-controle (EDTRPT) donne le verdict sur  *
      *    l'en-tete, une ligne par erreur et les nombres d'erreurs  *
      *    par type.                                                 *
      *                                                              *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 fichier sans erreur, 4 avertissements     *
      *    seulement, 8 au moins une transaction serait rejetee,     *
      *    12 fichier absent ou qui serait refuse par DateMng.       *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Le controle TRANCTL tenant desormais une      *
      *                ligne par identifiant de flux, seule la ligne *
      *                du flux de l'en-tete est relue.               *
      *    2026-10-15  Controle des transactions d'intervalle (type  *
      *                IV) : seconde date et son format par DateCnv, *
      *                erreurs comptees sous un nouveau type.        *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrnEdt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT TRANCTL-FILE ASSIGN TO "TRANCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCTL-STATUS.

           SELECT HOL-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EDTRPT-FILE ASSIGN TO "EDTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRANS-FILE.
       COPY TRANREC.

       FD  TRANCTL-FILE.
       COPY TRANCTLR.

       FD  HOL-FILE.
       COPY HOLREC.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  EDTRPT-FILE.
       COPY RPTREC.

       WORKING-STORAGE SECTION.

       01 WS-TRANS-STATUS              PIC X(02) VALUE SPACES.
       01 WS-TRANCTL-STATUS            PIC X(02) VALUE SPACES.
       01 WS-HOL-STATUS                PIC X(02) VALUE SPACES.
       01 WS-PARM-STATUS               PIC X(02) VALUE SPACES.
       01 WS-EDTRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Valeurs par defaut appliquees par DateMng aux zones a
      *    blanc d'une transaction, et plage d'annees
      *    d'exploitation ; remplacees par celles de PARMFILE
      *    quand elles y sont valides, comme dans DateMng.
       01 WS-DEF-FORMAT-IN             PIC X(02) VALUE 'US'.
       01 WS-DEF-FORMAT-OUT            PIC X(02) VALUE 'FR'.
       01 WS-DEF-CAL-CODE              PIC X(02) VALUE SPACES.
       01 WS-YEAR-MIN-PARM             PIC 9(04) VALUE 1900.
       01 WS-YEAR-MAX-PARM             PIC 9(04) VALUE 2099.
       01 WS-PARM-FORMAT               PIC X(02).
           88 WS-PARM-FORMAT-KNOWN         VALUE 'US', 'FR', 'IS',
                                                 'YP', 'DP'.

      *    En-tete de soumission lu et dernier controle enregistre.
       01 WS-HDR-FOUND-SW              PIC X(01) VALUE 'N'.
           88 WS-HDR-FOUND                 VALUE 'Y'.
       01 WS-PENDING-SW                PIC X(01) VALUE 'N'.
           88 WS-PENDING-TRANS             VALUE 'Y'.
       01 WS-HDR-FILE-ID               PIC X(08) VALUE SPACES.
       01 WS-HDR-SEQ                   PIC 9(05) VALUE ZERO.
       01 WS-CTL-FOUND-SW              PIC X(01) VALUE 'N'.
           88 WS-CTL-FOUND                 VALUE 'Y'.
       01 WS-CTL-LAST-SEQ              PIC 9(05) VALUE ZERO.
       01 WS-EXPECTED-SEQ              PIC 9(05) VALUE ZERO.
       01 WS-FILE-REFUSED-SW           PIC X(01) VALUE 'N'.
           88 WS-FILE-REFUSED              VALUE 'Y'.
       01 WS-WARNING-COUNT             PIC 9(05) VALUE ZERO.

      *    Codes calendrier presents dans HOLCAL, dans l'ordre de
      *    chargement de BusDay (seuls les 10 premiers sont charges).
       01 WS-CODE-MAX                  PIC 9(03) VALUE 50.
       01 WS-CODE-COUNT                PIC 9(03) VALUE ZERO.
       01 WS-CODE-TABLE.
           05 WS-CD-CAL-CODE           PIC X(02) OCCURS 50 TIMES.
       01 WS-BUSDAY-CAL-MAX            PIC 9(03) VALUE 10.
       01 WS-CODE-SUB                  PIC 9(03).
       01 WS-CODE-FOUND                PIC 9(03).

      *    Transaction en cours de controle, zones par defaut
      *    appliquees comme dans DateMng.
       01 WS-REC-NUM                   PIC 9(07) VALUE ZERO.
       01 WS-FORMAT-IN                 PIC X(02).
       01 WS-FORMAT-OUT                PIC X(02).
       01 WS-CAL-CODE                  PIC X(02).
       01 WS-TRANS-TYPE                PIC X(02).
           88 WS-TYPE-CONVERT              VALUE SPACES, 'CV'.
           88 WS-TYPE-BUSDAY               VALUE 'BD'.
           88 WS-TYPE-SCHEDULE             VALUE 'SG'.
           88 WS-TYPE-INTERVAL             VALUE 'IV'.
       01 WS-FORMAT2-IN                PIC X(02).
       01 WS-SCHED-FREQ                PIC X(01).
           88 WS-SCHED-FREQ-KNOWN          VALUE 'C', 'B', 'M'.
       01 WS-REC-ERROR-SW              PIC X(01).
           88 WS-REC-IN-ERROR              VALUE 'Y'.

      *    Nombres d'erreurs par type, dans l'ordre du rapport :
      *    1 format, 2 date, 3 type de transaction, 4 jours ouvres,
      *    5 recurrence, 6 pas, 7 nombre d'echeances, 8 code
      *    calendrier, 9 seconde date d'une transaction IV (un code
      *    de format inconnu pour la seconde date compte sous 1).
       01 WS-ERROR-NAME-TABLE.
           05 FILLER                   PIC X(20) VALUE 'FORMAT'.
           05 FILLER                   PIC X(20) VALUE 'DATE'.
           05 FILLER                   PIC X(20)
                                       VALUE 'TYPE DE TRANSACTION'.
           05 FILLER                   PIC X(20) VALUE 'JOURS OUVRES'.
           05 FILLER                   PIC X(20) VALUE 'RECURRENCE'.
           05 FILLER                   PIC X(20)
                                       VALUE 'PAS DE RECURRENCE'.
           05 FILLER                   PIC X(20)
                                       VALUE 'NOMBRE D''ECHEANCES'.
           05 FILLER                   PIC X(20)
                                       VALUE 'CODE CALENDRIER'.
           05 FILLER                   PIC X(20) VALUE 'SECONDE DATE'.
       01 WS-ERROR-NAME-R REDEFINES WS-ERROR-NAME-TABLE.
           05 WS-ERROR-NAME            PIC X(20) OCCURS 9 TIMES.
       01 WS-ERROR-COUNTS.
           05 WS-ERROR-COUNT           PIC 9(07) OCCURS 9 TIMES.
       01 WS-ERROR-TYPES               PIC 9(02) VALUE 9.
       01 WS-ERROR-SUB                 PIC 9(02).
       01 WS-ERROR-MSG                 PIC X(40).

      *    Comptes du pre-controle.
       01 WS-VALID-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-INVALID-COUNT             PIC 9(07) VALUE ZERO.

       01 WS-RPT-LINE                  PIC X(80).

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    les 6 premiers chiffres (HHMMSS) sont retenus.
       01 WS-START-DATE                PIC 9(08).
       01 WS-START-TIME-FULL           PIC 9(08).
       01 WS-START-TIME                PIC 9(06).

      *    Zone d'echange avec le sous-programme DateCnv, qui
      *    controle la date d'entree et les codes de format.
       COPY DATEFMT.

      *    Zone d'echange avec le sous-programme RunLog, qui ajoute
      *    la ligne de l'execution au registre des executions.
       COPY RUNLOGP.

       PROCEDURE DIVISION.

      *    Point d'entree principal du programme.
       1000-MAIN.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME-FULL FROM TIME
           MOVE WS-START-TIME-FULL(1:6) TO WS-START-TIME
           INITIALIZE WS-ERROR-COUNTS

           PERFORM 1100-READ-PARAMETERS
           PERFORM 1200-LOAD-CALENDAR-CODES

           OPEN OUTPUT EDTRPT-FILE
           PERFORM 5100-WRITE-REPORT-HEADER
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               SET WS-FILE-REFUSED TO TRUE
               STRING 'FICHIER DE TRANSACTIONS INTROUVABLE (STATUT '
                   WS-TRANS-STATUS ')'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           ELSE
               PERFORM 2000-CHECK-SUBMISSION
               IF WS-PENDING-TRANS
                   PERFORM 3000-EDIT-TRANSACTION
               END-IF
               PERFORM UNTIL WS-EOF
                   READ TRANS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3000-EDIT-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF
           PERFORM 5200-WRITE-REPORT-TOTALS
           CLOSE EDTRPT-FILE

           DISPLAY "Pre-controle TRANSIN: " WS-REC-NUM " lue(s), "
               WS-VALID-COUNT " valide(s), " WS-INVALID-COUNT
               " en erreur."
           EVALUATE TRUE
               WHEN WS-FILE-REFUSED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-INVALID-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : transactions lues, valides, en
      *    erreur et code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'TrnEdt' TO RG-PROGRAM
           MOVE SPACES TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-REC-NUM TO RG-READ-COUNT
           MOVE WS-VALID-COUNT TO RG-WRITTEN-COUNT
           MOVE WS-INVALID-COUNT TO RG-REJECTED-COUNT
           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Reprend de PARMFILE, avec les memes regles que DateMng,
      *    les formats et le code calendrier par defaut et la plage
      *    d'annees d'exploitation ; une valeur invalide est
      *    ignoree (DateMng la signale a son propre lancement).
       1100-READ-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       MOVE PR-DEF-FORMAT-IN TO WS-PARM-FORMAT
                       IF WS-PARM-FORMAT-KNOWN
                           MOVE PR-DEF-FORMAT-IN TO WS-DEF-FORMAT-IN
                       END-IF
                       MOVE PR-DEF-FORMAT-OUT TO WS-PARM-FORMAT
                       IF WS-PARM-FORMAT-KNOWN
                           MOVE PR-DEF-FORMAT-OUT TO WS-DEF-FORMAT-OUT
                       END-IF
                       IF PR-DEF-CAL-CODE NOT = SPACES
                           MOVE PR-DEF-CAL-CODE TO WS-DEF-CAL-CODE
                       END-IF
                       IF PR-YEAR-MIN IS NUMERIC
                          AND PR-YEAR-MAX IS NUMERIC
                          AND PR-YEAR-MIN <= PR-YEAR-MAX
                           MOVE PR-YEAR-MIN TO WS-YEAR-MIN-PARM
                           MOVE PR-YEAR-MAX TO WS-YEAR-MAX-PARM
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *    Releve les codes calendrier presents dans HOLCAL, dans
      *    l'ordre du fichier (celui du chargement de BusDay).
       1200-LOAD-CALENDAR-CODES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOL-FILE
           IF WS-HOL-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ HOL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF HOL-DATE IS NUMERIC
                               PERFORM 1210-NOTE-CALENDAR-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOL-FILE
           END-IF
           MOVE 'N' TO WS-EOF-SW.

      *    Ajoute le code calendrier du jour ferie lu s'il est
      *    nouveau.
       1210-NOTE-CALENDAR-CODE.
           MOVE HOL-CAL-CODE TO WS-CAL-CODE
           PERFORM 3900-FIND-CALENDAR-CODE
           IF WS-CODE-FOUND = 0 AND WS-CODE-COUNT < WS-CODE-MAX
               ADD 1 TO WS-CODE-COUNT
               MOVE HOL-CAL-CODE TO WS-CD-CAL-CODE(WS-CODE-COUNT)
           END-IF.

      *    Lit le premier enregistrement du fichier et aiguille,
      *    comme DateMng : un en-tete *HEADER est confronte au
      *    controle des soumissions, un fichier sans en-tete est
      *    accepte sans controle (avertissement) et son premier
      *    enregistrement, deja lu, sera controle avant la boucle.
       2000-CHECK-SUBMISSION.
           READ TRANS-FILE
               AT END
                   SET WS-EOF TO TRUE
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE 'AVERTISSEMENT: FICHIER DE TRANSACTIONS VIDE'
                       TO WS-RPT-LINE
                   PERFORM 5000-WRITE-REPORT-LINE
               NOT AT END
                   IF TR-HDR-ID = '*HEADER'
                       SET WS-HDR-FOUND TO TRUE
                       PERFORM 2100-CHECK-FILE-HEADER
                   ELSE
                       SET WS-PENDING-TRANS TO TRUE
                       ADD 1 TO WS-WARNING-COUNT
                       STRING 'AVERTISSEMENT: FICHIER SANS EN-TETE '
                           '*HEADER'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM 5000-WRITE-REPORT-LINE
                       MOVE '  CONTROLE DE SOUMISSION NON APPLIQUE'
                           TO WS-RPT-LINE
                       PERFORM 5000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

      *    Confronte l'en-tete au dernier controle enregistre, avec
      *    les regles de DateMng : en-tete illisible ou sequence
      *    deja traitee, fichier refuse ; saut de numerotation,
      *    avertissement. TRANCTL n'est que lu.
       2100-CHECK-FILE-HEADER.
           MOVE TR-HDR-FILE-ID TO WS-HDR-FILE-ID
           IF TR-HDR-SEQ-NUM IS NOT NUMERIC
              OR TR-HDR-CREATE-DATE IS NOT NUMERIC
               SET WS-FILE-REFUSED TO TRUE
               STRING 'EN-TETE ILLISIBLE (CREATION ['
                   TR-HDR-CREATE-DATE '], SEQUENCE ['
                   TR-HDR-SEQ-NUM ']) - FICHIER REFUSE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           ELSE
               MOVE TR-HDR-SEQ-NUM TO WS-HDR-SEQ
               PERFORM 2200-READ-SUBMISSION-CONTROL
               EVALUATE TRUE
                   WHEN NOT WS-CTL-FOUND
                       STRING 'EN-TETE: PREMIERE SOUMISSION DU FLUX ['
                           WS-HDR-FILE-ID '], SEQUENCE ' WS-HDR-SEQ
                           ' - ACCEPTEE'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN WS-HDR-SEQ <= WS-CTL-LAST-SEQ
                       SET WS-FILE-REFUSED TO TRUE
                       STRING 'EN-TETE: SEQUENCE ' WS-HDR-SEQ
                           ' DEJA TRAITEE (DERNIERE '
                           WS-CTL-LAST-SEQ ') - FICHIER REFUSE'
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   WHEN OTHER
                       COMPUTE WS-EXPECTED-SEQ = WS-CTL-LAST-SEQ + 1
                       IF WS-HDR-SEQ > WS-EXPECTED-SEQ
                           ADD 1 TO WS-WARNING-COUNT
                           STRING 'AVERTISSEMENT: SAUT DE '
                               'NUMEROTATION - ATTENDU '
                               WS-EXPECTED-SEQ ' RECU ' WS-HDR-SEQ
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       ELSE
                           STRING 'EN-TETE: FLUX [' WS-HDR-FILE-ID
                               '], SEQUENCE ' WS-HDR-SEQ
                               ' - ACCEPTEE'
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-IF
               END-EVALUATE
               PERFORM 5000-WRITE-REPORT-LINE
           END-IF.

      *    Relit, dans le fichier de controle des soumissions, la
      *    ligne du flux de l'en-tete recu. Absence de fichier, de
      *    ligne pour ce flux ou ligne illisible = aucune
      *    soumission de ce flux encore enregistree.
       2200-READ-SUBMISSION-CONTROL.
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

      *    Controle une transaction : zones par defaut appliquees,
      *    puis type, zones propres au type, date d'entree et
      *    formats (DateCnv) et code calendrier. Chaque erreur est
      *    ecrite au rapport ; la transaction compte une fois,
      *    valide ou en erreur.
       3000-EDIT-TRANSACTION.
           ADD 1 TO WS-REC-NUM
           MOVE 'N' TO WS-REC-ERROR-SW
           MOVE TR-FORMAT-IN TO WS-FORMAT-IN
           MOVE TR-FORMAT-OUT TO WS-FORMAT-OUT
           MOVE TR-TRANS-TYPE TO WS-TRANS-TYPE
           MOVE TR-SCHED-FREQ TO WS-SCHED-FREQ
           MOVE TR-CAL-CODE TO WS-CAL-CODE
           IF WS-FORMAT-IN = SPACES
               MOVE WS-DEF-FORMAT-IN TO WS-FORMAT-IN
           END-IF
           IF WS-FORMAT-OUT = SPACES
               MOVE WS-DEF-FORMAT-OUT TO WS-FORMAT-OUT
           END-IF
           IF WS-CAL-CODE = SPACES
               MOVE WS-DEF-CAL-CODE TO WS-CAL-CODE
           END-IF

           EVALUATE TRUE
               WHEN WS-TYPE-CONVERT
                   CONTINUE
               WHEN WS-TYPE-BUSDAY
                   PERFORM 3200-EDIT-BUSDAY-FIELDS
               WHEN WS-TYPE-SCHEDULE
                   PERFORM 3300-EDIT-SCHEDULE-FIELDS
               WHEN WS-TYPE-INTERVAL
                   PERFORM 3500-EDIT-INTERVAL-FIELDS
               WHEN OTHER
                   MOVE 3 TO WS-ERROR-SUB
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'Type de transaction inconnu: '
                       WS-TRANS-TYPE
                       DELIMITED BY SIZE INTO WS-ERROR-MSG
                   PERFORM 3800-RECORD-ERROR
           END-EVALUATE

           PERFORM 3100-EDIT-DATE
           PERFORM 3400-EDIT-CALENDAR-CODE

           IF WS-REC-IN-ERROR
               ADD 1 TO WS-INVALID-COUNT
           ELSE
               ADD 1 TO WS-VALID-COUNT
           END-IF.

      *    Date d'entree et codes de format, par DateCnv avec la
      *    plage d'annees d'exploitation - exactement la conversion
      *    que fera DateMng. Une erreur de code de format est
      *    distinguee d'une erreur sur la date elle-meme.
       3100-EDIT-DATE.
           MOVE TR-DATE-INPUT TO DC-INPUT-DATE
           MOVE WS-FORMAT-IN TO DC-INPUT-FORMAT
           MOVE WS-FORMAT-OUT TO DC-OUTPUT-FORMAT
           MOVE WS-START-DATE TO DC-TODAY-DATE8
           MOVE WS-YEAR-MIN-PARM TO DC-YEAR-MIN
           MOVE WS-YEAR-MAX-PARM TO DC-YEAR-MAX
           CALL "DateCnv" USING DATE-CONVERSION-AREA
           IF NOT DC-DATE-VALID
               IF DC-ERROR-MSG(1:14) = 'Code de format'
                   MOVE 1 TO WS-ERROR-SUB
               ELSE
                   MOVE 2 TO WS-ERROR-SUB
               END-IF
               MOVE DC-ERROR-MSG TO WS-ERROR-MSG
               PERFORM 3800-RECORD-ERROR
           END-IF.

      *    Transaction BD : nombre de jours ouvres numerique.
       3200-EDIT-BUSDAY-FIELDS.
           IF TR-BD-DAYS IS NOT NUMERIC
               MOVE 4 TO WS-ERROR-SUB
               MOVE 'Nombre de jours ouvres non numerique'
                   TO WS-ERROR-MSG
               PERFORM 3800-RECORD-ERROR
           END-IF.

      *    Transaction SG : recurrence connue, pas et nombre
      *    d'echeances numeriques et non nuls.
       3300-EDIT-SCHEDULE-FIELDS.
           IF NOT WS-SCHED-FREQ-KNOWN
               MOVE 5 TO WS-ERROR-SUB
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'Recurrence inconnue: ' WS-SCHED-FREQ
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               PERFORM 3800-RECORD-ERROR
           END-IF
           IF TR-SCHED-INTERVAL IS NOT NUMERIC
              OR TR-SCHED-INTERVAL = '000'
               MOVE 6 TO WS-ERROR-SUB
               MOVE 'Pas de recurrence invalide' TO WS-ERROR-MSG
               PERFORM 3800-RECORD-ERROR
           END-IF
           IF TR-SCHED-COUNT IS NOT NUMERIC
              OR TR-SCHED-COUNT = '000'
               MOVE 7 TO WS-ERROR-SUB
               MOVE 'Nombre d echeances invalide' TO WS-ERROR-MSG
               PERFORM 3800-RECORD-ERROR
           END-IF.

      *    Code calendrier (defaut PARMFILE applique) : a blanc, le
      *    calendrier historique ; sinon il doit figurer dans HOLCAL
      *    parmi les codes charges par BusDay.
       3400-EDIT-CALENDAR-CODE.
           IF WS-CAL-CODE NOT = SPACES
               PERFORM 3900-FIND-CALENDAR-CODE
               EVALUATE TRUE
                   WHEN WS-CODE-FOUND = 0
                       MOVE 8 TO WS-ERROR-SUB
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING 'Code calendrier absent de HOLCAL: '
                           WS-CAL-CODE
                           DELIMITED BY SIZE INTO WS-ERROR-MSG
                       PERFORM 3800-RECORD-ERROR
                   WHEN WS-CODE-FOUND > WS-BUSDAY-CAL-MAX
                       MOVE 8 TO WS-ERROR-SUB
                       MOVE SPACES TO WS-ERROR-MSG
                       STRING 'Code calendrier non charge: '
                           WS-CAL-CODE
                           DELIMITED BY SIZE INTO WS-ERROR-MSG
                       PERFORM 3800-RECORD-ERROR
               END-EVALUATE
           END-IF.

      *    Transaction IV : seconde date dans son format (a blanc,
      *    le format d'entree applique), par DateCnv avec la plage
      *    d'annees d'exploitation, comme DateMng l'analysera.
       3500-EDIT-INTERVAL-FIELDS.
           MOVE TR-FORMAT2-IN TO WS-FORMAT2-IN
           IF WS-FORMAT2-IN = SPACES
               MOVE WS-FORMAT-IN TO WS-FORMAT2-IN
           END-IF
           MOVE TR-DATE2-INPUT TO DC-INPUT-DATE
           MOVE WS-FORMAT2-IN TO DC-INPUT-FORMAT
           MOVE WS-FORMAT-OUT TO DC-OUTPUT-FORMAT
           MOVE WS-START-DATE TO DC-TODAY-DATE8
           MOVE WS-YEAR-MIN-PARM TO DC-YEAR-MIN
           MOVE WS-YEAR-MAX-PARM TO DC-YEAR-MAX
           CALL "DateCnv" USING DATE-CONVERSION-AREA
           IF NOT DC-DATE-VALID
               IF DC-ERROR-MSG(1:14) = 'Code de format'
                   MOVE 1 TO WS-ERROR-SUB
               ELSE
                   MOVE 9 TO WS-ERROR-SUB
               END-IF
               MOVE SPACES TO WS-ERROR-MSG
               STRING '2e date: ' DC-ERROR-MSG
                   DELIMITED BY SIZE INTO WS-ERROR-MSG
               PERFORM 3800-RECORD-ERROR
           END-IF.

      *    Compte une erreur de la transaction en cours sous son
      *    type (WS-ERROR-SUB) et l'ecrit au rapport.
       3800-RECORD-ERROR.
           SET WS-REC-IN-ERROR TO TRUE
           ADD 1 TO WS-ERROR-COUNT(WS-ERROR-SUB)
           STRING WS-REC-NUM ' [' TR-DATE-INPUT '] '
               WS-ERROR-NAME(WS-ERROR-SUB)
               ' ' WS-ERROR-MSG
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Recherche WS-CAL-CODE dans la table des codes ;
      *    WS-CODE-FOUND recoit son rang, zero s'il est absent.
       3900-FIND-CALENDAR-CODE.
           MOVE ZERO TO WS-CODE-FOUND
           PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
                   UNTIL WS-CODE-SUB > WS-CODE-COUNT
                      OR WS-CODE-FOUND > 0
               IF WS-CD-CAL-CODE(WS-CODE-SUB) = WS-CAL-CODE
                   MOVE WS-CODE-SUB TO WS-CODE-FOUND
               END-IF
           END-PERFORM.

      *    Ecrit une ligne mise en forme dans le rapport.
       5000-WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-RPT-LINE.

      *    Ecrit l'en-tete du rapport de pre-controle : date du
      *    jour et parametres appliques aux zones a blanc.
       5100-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRE-CONTROLE DU FICHIER DE TRANSACTIONS - DU '
               WS-START-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'PARAMETRES: FORMATS=' WS-DEF-FORMAT-IN '/'
               WS-DEF-FORMAT-OUT ' CAL=' WS-DEF-CAL-CODE
               ' ANNEES=' WS-YEAR-MIN-PARM '-' WS-YEAR-MAX-PARM
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM 5000-WRITE-REPORT-LINE.

      *    Ecrit les totaux du pre-controle, les nombres d'erreurs
      *    par type et le verdict sur le fichier.
       5200-WRITE-REPORT-TOTALS.
           PERFORM 5000-WRITE-REPORT-LINE
           STRING 'TRANSACTIONS LUES: ' WS-REC-NUM
               '  VALIDES: ' WS-VALID-COUNT
               '  EN ERREUR: ' WS-INVALID-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 5000-WRITE-REPORT-LINE
           PERFORM VARYING WS-ERROR-SUB FROM 1 BY 1
                   UNTIL WS-ERROR-SUB > WS-ERROR-TYPES
               STRING '  ERREURS ' WS-ERROR-NAME(WS-ERROR-SUB)
                   ': ' WS-ERROR-COUNT(WS-ERROR-SUB)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 5000-WRITE-REPORT-LINE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FILE-REFUSED
                   STRING 'VERDICT: FICHIER QUI SERAIT REFUSE PAR '
                       'DATEMNG'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN WS-INVALID-COUNT > 0
                   STRING 'VERDICT: FICHIER A RETENIR - '
                       'TRANSACTIONS EN ERREUR'
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   MOVE 'VERDICT: FICHIER ACCEPTABLE' TO WS-RPT-LINE
           END-EVALUATE
           PERFORM 5000-WRITE-REPORT-LINE.
