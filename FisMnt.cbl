      **************************************************************
      *    PROGRAMME FisMnt                                         *
      *    Programme d'entretien du calendrier fiscal (fichier      *
      *    FISCAL, copybook FISCREC) lu par le sous-programme       *
      *    FisPer, jusqu'ici saisi a l'editeur de texte a chaque    *
      *    nouvel exercice - l'oubli ne se decouvrait qu'aux        *
      *    lignes HORSCAL de DateMng.                               *
      *                                                              *
      *    Fonctions au terminal :                                   *
      *      G  generation d'un exercice complet de 12 periodes a    *
      *         partir d'une date de debut et d'un decoupage en      *
      *         semaines 4-4-5, 4-5-4 ou 5-4-4 par trimestre, avec   *
      *         option d'exercice de 53 semaines (la 53e semaine     *
      *         est rattachee a la periode 12). Laissee a blanc, la  *
      *         date de debut est le lendemain de la fin de          *
      *         l'exercice precedent ; un exercice deja present      *
      *         n'est remplace qu'avec l'accord de l'operateur ;     *
      *      A  ajout d'une periode isolee ;                         *
      *      M  modification des dates d'une periode ;               *
      *      D  suppression d'une periode ;                          *
      *      L  listage d'un exercice ou de tout le calendrier ;     *
      *      V  controle de coherence a la demande.                  *
      *    Chaque date saisie est validee par DateVal.               *
      *                                                              *
      *    Avant toute reecriture, le calendrier complet est         *
      *    controle : chaque exercice doit compter exactement 12     *
      *    periodes numerotees 01 a 12, sans doublon, et chaque      *
      *    periode doit commencer le lendemain de la fin de la       *
      *    precedente (ni chevauchement, ni trou, y compris d'un     *
      *    exercice au suivant). Un calendrier incoherent n'est      *
      *    jamais reecrit : l'operateur corrige, ou abandonne ses    *
      *    modifications.                                            *
      *                                                              *
      *    Comme dans HolMnt, les lignes illisibles sont signalees   *
      *    au chargement et conservees pour que l'operateur puisse   *
      *    les supprimer ; une session sans modification laisse le   *
      *    fichier intact, et la reecriture est refusee quand des    *
      *    lignes ont du etre ignorees au chargement (fichier        *
      *    au-dela de la capacite de 300 periodes de FisPer). Le     *
      *    fichier est reecrit trie par exercice puis periode.       *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FisMnt.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIS-FILE ASSIGN TO "FISCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FIS-FILE.
       COPY FISCREC.

       WORKING-STORAGE SECTION.

       01 WS-FIS-STATUS                PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Periodes chargees en table, triees par exercice puis
      *    numero de periode. Les zones restent alphanumeriques,
      *    comme au fichier, pour que les lignes illisibles
      *    signalees au chargement restent atteignables a la
      *    suppression. La capacite est celle de la table de
      *    FisPer : un calendrier plus gros n'y serait pas charge.
       01 WS-PER-MAX                   PIC 9(03) VALUE 300.
       01 WS-PER-COUNT                 PIC 9(03) VALUE ZERO.
       01 WS-PER-TABLE.
           05 WS-PER-ENTRY OCCURS 300 TIMES.
               10 WS-PER-KEY.
                   15 WS-PER-YEAR      PIC X(04).
                   15 WS-PER-NUM       PIC X(02).
               10 WS-PER-START         PIC X(08).
               10 WS-PER-END           PIC X(08).
       01 WS-SUB                       PIC 9(03).
       01 WS-INS-SUB                   PIC 9(03).
       01 WS-FOUND-SUB                 PIC 9(03).
       01 WS-SORT-SUB                  PIC 9(03).
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-KEY.
               10 WS-SWAP-YEAR         PIC X(04).
               10 WS-SWAP-NUM          PIC X(02).
           05 WS-SWAP-START            PIC X(08).
           05 WS-SWAP-END              PIC X(08).
       01 WS-UNSORTED-SW               PIC X(01) VALUE 'N'.
           88 WS-UNSORTED                  VALUE 'Y'.

      *    Periode a inserer (ajout ou generation) et cle
      *    recherchee par 4300-FIND-PERIOD.
       01 WS-NEW-ENTRY.
           05 WS-NEW-KEY.
               10 WS-NEW-YEAR          PIC X(04).
               10 WS-NEW-NUM           PIC X(02).
           05 WS-NEW-START             PIC X(08).
           05 WS-NEW-END               PIC X(08).
       01 WS-FIND-KEY.
           05 WS-FIND-YEAR             PIC X(04).
           05 WS-FIND-NUM              PIC X(02).

      *    Positionne quand le fichier charge depassait la capacite
      *    de la table : des lignes ont ete ignorees, la reecriture
      *    du fichier est alors refusee pour ne pas les detruire.
       01 WS-LOAD-OVERFLOW-SW          PIC X(01) VALUE 'N'.
           88 WS-LOAD-OVERFLOW             VALUE 'Y'.

      *    Saisies de l'operateur : choix de menu, exercice et
      *    periode, dates (brutes puis en numerique), reponses
      *    oui/non.
       01 WS-CHOICE                    PIC X(01) VALUE SPACE.
       01 WS-YEAR-TXT                  PIC X(04) VALUE SPACES.
       01 WS-PERIOD-TXT                PIC X(02) VALUE SPACES.
       01 WS-PERIOD-NUM                PIC 9(02) VALUE ZERO.
       01 WS-DATE-TXT                  PIC X(08) VALUE SPACES.
       01 WS-DATE-NUM                  PIC 9(08) VALUE ZERO.
       01 WS-START-NUM                 PIC 9(08) VALUE ZERO.
       01 WS-END-NUM                   PIC 9(08) VALUE ZERO.
       01 WS-ANSWER                    PIC X(01) VALUE SPACE.
           88 WS-ANSWER-YES                VALUE 'O' 'o'.
       01 WS-KEY-OK-SW                 PIC X(01) VALUE 'N'.
           88 WS-KEY-OK                    VALUE 'Y'.
       01 WS-DATES-OK-SW               PIC X(01) VALUE 'N'.
           88 WS-DATES-OK                  VALUE 'Y'.
       01 WS-DONE-SW                   PIC X(01) VALUE 'N'.
           88 WS-DONE                      VALUE 'Y'.
       01 WS-ABANDON-SW                PIC X(01) VALUE 'N'.
           88 WS-ABANDONED                 VALUE 'Y'.
       01 WS-CHANGE-COUNT              PIC 9(04) VALUE ZERO.

      *    Parametres de generation d'un exercice : exercice,
      *    decoupage des trimestres en semaines, option 53
      *    semaines, et zones de calcul des bornes de periode en
      *    calendrier perpetuel.
       01 WS-GEN-YEAR                  PIC 9(04) VALUE ZERO.
       01 WS-PREV-YEAR                 PIC 9(04) VALUE ZERO.
       01 WS-GEN-PERIOD                PIC 9(02) VALUE ZERO.
       01 WS-PATTERN-TXT               PIC X(03) VALUE SPACES.
           88 WS-PATTERN-VALID             VALUE '445' '454' '544'.
       01 WS-PATTERN-POS               PIC 9(01) VALUE ZERO.
       01 WS-WEEKS-NUM                 PIC 9(01) VALUE ZERO.
       01 WS-TOTAL-WEEKS               PIC 9(02) VALUE ZERO.
       01 WS-LONG-YEAR-SW              PIC X(01) VALUE 'N'.
           88 WS-LONG-YEAR                 VALUE 'O' 'o'.
       01 WS-START-INTEGER             PIC S9(09) COMP.
       01 WS-END-INTEGER               PIC S9(09) COMP.
       01 WS-YEAR-PER-COUNT            PIC 9(03) VALUE ZERO.

      *    Controle de coherence du calendrier : nombre
      *    d'anomalies, exercice en cours de controle et son
      *    compte de periodes, fin de la periode precedente (quand
      *    elle est exploitable) pour les controles de continuite.
       01 WS-CHECK-ERRORS              PIC 9(04) VALUE ZERO.
       01 WS-GROUP-YEAR                PIC X(04) VALUE SPACES.
       01 WS-GROUP-COUNT               PIC 9(03) VALUE ZERO.
       01 WS-PREV-NUM                  PIC X(02) VALUE SPACES.
       01 WS-PREV-END-INTEGER          PIC S9(09) COMP.
       01 WS-PREV-END-SW               PIC X(01) VALUE 'N'.
           88 WS-PREV-END-KNOWN            VALUE 'Y'.
       01 WS-ENTRY-OK-SW               PIC X(01) VALUE 'N'.
           88 WS-ENTRY-OK                  VALUE 'Y'.
       01 WS-CUR-START-INTEGER         PIC S9(09) COMP.
       01 WS-CUR-END-INTEGER           PIC S9(09) COMP.
       01 WS-GAP-DAYS                  PIC 9(05) VALUE ZERO.
       01 WS-DAYS-NUM                  PIC 9(05) VALUE ZERO.

      *    Zone d'echange avec le sous-programme DateVal, qui
      *    effectue le controle mois/jour/annee bissextile.
       COPY DTVALID.

       PROCEDURE DIVISION.

      *    Point d'entree principal du programme.
       1000-MAIN.
           PERFORM 2000-LOAD-CALENDAR
           PERFORM UNTIL WS-DONE
               PERFORM 3000-PROCESS-ONE-CHOICE
           END-PERFORM
           PERFORM 6000-REWRITE-CALENDAR
           STOP RUN.

      *    Charge le calendrier fiscal existant en table. Un
      *    fichier absent n'est pas une erreur : le calendrier part
      *    de zero. Les lignes illisibles sont signalees des le
      *    chargement mais conservees pour suppression ; le
      *    controle de coherence est rejoue d'emblee pour que
      *    l'operateur voie l'etat du calendrier qu'il ouvre.
       2000-LOAD-CALENDAR.
           MOVE ZERO TO WS-PER-COUNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT FIS-FILE
           IF WS-FIS-STATUS NOT = '00'
               DISPLAY "Calendrier FISCAL absent - creation d'un "
                   "calendrier vide."
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FIS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-STORE-PERIOD-ENTRY
                   END-READ
               END-PERFORM
               CLOSE FIS-FILE
           END-IF
           IF WS-PER-COUNT > 1
               PERFORM 2200-SORT-CALENDAR
           END-IF
           DISPLAY "Calendrier fiscal charge: " WS-PER-COUNT
               " periode(s)."
           IF WS-PER-COUNT > 0
               PERFORM 7000-VALIDATE-CALENDAR
           END-IF.

      *    Range une ligne lue du fichier en table, en signalant
      *    les zones non numeriques - elles sont conservees pour
      *    que l'operateur puisse les supprimer.
       2100-STORE-PERIOD-ENTRY.
           IF WS-PER-COUNT >= WS-PER-MAX
               DISPLAY "Table pleine - ligne ignoree: " FC-FISC-YEAR
                   "-" FC-PERIOD
               SET WS-LOAD-OVERFLOW TO TRUE
           ELSE
               IF FC-FISC-YEAR IS NOT NUMERIC
                  OR FC-PERIOD IS NOT NUMERIC
                  OR FC-START-DATE IS NOT NUMERIC
                  OR FC-END-DATE IS NOT NUMERIC
                   DISPLAY "Attention: ligne illisible au calendrier "
                       "fiscal: " FC-RECORD
               END-IF
               ADD 1 TO WS-PER-COUNT
               MOVE FC-FISC-YEAR TO WS-PER-YEAR(WS-PER-COUNT)
               MOVE FC-PERIOD TO WS-PER-NUM(WS-PER-COUNT)
               MOVE FC-START-DATE TO WS-PER-START(WS-PER-COUNT)
               MOVE FC-END-DATE TO WS-PER-END(WS-PER-COUNT)
           END-IF.

      *    Remet la table dans l'ordre exercice puis periode (tri
      *    par insertion) : un fichier saisi a l'editeur de texte
      *    peut tres bien ne pas etre trie.
       2200-SORT-CALENDAR.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
                   UNTIL WS-SORT-SUB > WS-PER-COUNT
               MOVE WS-PER-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SORT-SUB TO WS-SUB
               PERFORM UNTIL WS-SUB < 2
                      OR WS-PER-KEY(WS-SUB - 1) <= WS-SWAP-KEY
                   MOVE WS-PER-ENTRY(WS-SUB - 1)
                       TO WS-PER-ENTRY(WS-SUB)
                   SUBTRACT 1 FROM WS-SUB
                   SET WS-UNSORTED TO TRUE
               END-PERFORM
               MOVE WS-SWAP-ENTRY TO WS-PER-ENTRY(WS-SUB)
           END-PERFORM
           IF WS-UNSORTED
               DISPLAY "Attention: calendrier non trie - remis dans "
                   "l'ordre des exercices et periodes."
           END-IF.

      *    Affiche le menu, lit le choix de l'operateur et le
      *    traite.
       3000-PROCESS-ONE-CHOICE.
           DISPLAY "Choix - G=Generer A=Ajouter M=Modifier "
      -            "D=Supprimer L=Lister V=Verifier F=Fin:"
               SPACE WITH NO ADVANCING
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
               WHEN 'G'
               WHEN 'g'
                   PERFORM 3500-GENERATE-YEAR
               WHEN 'A'
               WHEN 'a'
                   PERFORM 4000-ADD-PERIOD
               WHEN 'M'
               WHEN 'm'
                   PERFORM 4500-CHANGE-PERIOD
               WHEN 'D'
               WHEN 'd'
                   PERFORM 5000-DELETE-PERIOD
               WHEN 'L'
               WHEN 'l'
                   PERFORM 5500-LIST-CALENDAR
               WHEN 'V'
               WHEN 'v'
                   PERFORM 7000-VALIDATE-CALENDAR
               WHEN 'F'
               WHEN 'f'
                   PERFORM 8000-END-SESSION
               WHEN OTHER
                   DISPLAY "Choix inconnu: " WS-CHOICE
           END-EVALUATE.

      *    Generation d'un exercice complet : 12 periodes
      *    contigues a partir de la date de debut, chaque
      *    trimestre decoupe en semaines selon le modele choisi
      *    (4-4-5, 4-5-4 ou 5-4-4), la 53e semaine eventuelle
      *    rattachee a la periode 12. Un exercice deja present
      *    n'est remplace qu'apres confirmation.
       3500-GENERATE-YEAR.
           DISPLAY "Exercice a generer (AAAA):" SPACE
               WITH NO ADVANCING
           ACCEPT WS-YEAR-TXT
           IF WS-YEAR-TXT IS NOT NUMERIC
               DISPLAY "Exercice non numerique, generation "
                   "abandonnee."
           ELSE
               MOVE WS-YEAR-TXT TO WS-GEN-YEAR
               PERFORM 7300-COUNT-YEAR-PERIODS
               MOVE 'O' TO WS-ANSWER
               IF WS-YEAR-PER-COUNT > 0
                   DISPLAY "Exercice " WS-YEAR-TXT " deja present ("
                       WS-YEAR-PER-COUNT " periode(s)) - le "
                       "remplacer (O/N):" SPACE WITH NO ADVANCING
                   ACCEPT WS-ANSWER
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-ANSWER-YES
                       DISPLAY "Exercice conserve, generation "
                           "abandonnee."
                   WHEN WS-PER-COUNT - WS-YEAR-PER-COUNT + 12
                        > WS-PER-MAX
                       DISPLAY "Table pleine (" WS-PER-MAX
                           " periodes), generation refusee."
                   WHEN OTHER
                       PERFORM 3510-ACCEPT-GENERATION-PARMS
                       IF WS-DATES-OK
                           PERFORM 3600-REMOVE-YEAR
                           PERFORM 3550-BUILD-ONE-PERIOD
                               VARYING WS-GEN-PERIOD FROM 1 BY 1
                               UNTIL WS-GEN-PERIOD > 12
                           ADD 1 TO WS-CHANGE-COUNT
                           DISPLAY "Exercice " WS-YEAR-TXT
                               " genere: " WS-TOTAL-WEEKS
                               " semaines, du " WS-START-NUM
                               " au " WS-END-NUM "."
                       END-IF
               END-EVALUATE
           END-IF.

      *    Saisit et controle la date de debut, le decoupage et
      *    l'option 53 semaines ; WS-DATES-OK indique que la
      *    generation peut avoir lieu. Une date de debut laissee a
      *    blanc reprend le lendemain de la fin de la periode 12
      *    de l'exercice precedent.
       3510-ACCEPT-GENERATION-PARMS.
           MOVE 'N' TO WS-DATES-OK-SW
           DISPLAY "Date de debut (AAAAMMJJ ; blanc = suite de "
               "l'exercice precedent):" SPACE WITH NO ADVANCING
           PERFORM 4200-ACCEPT-DATE
           IF WS-DATE-TXT = SPACES
               COMPUTE WS-PREV-YEAR = WS-GEN-YEAR - 1
               MOVE WS-PREV-YEAR TO WS-FIND-YEAR
               MOVE '12' TO WS-FIND-NUM
               PERFORM 4300-FIND-PERIOD
               IF WS-FOUND-SUB > 0
                  AND WS-PER-END(WS-FOUND-SUB) IS NUMERIC
                   MOVE WS-PER-END(WS-FOUND-SUB) TO WS-DATE-NUM
                   PERFORM 4100-VALIDATE-DATE-NUM
                   IF DV-DATE-VALID
                       COMPUTE WS-START-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
                       COMPUTE WS-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
                       DISPLAY "Date de debut retenue: " WS-DATE-NUM
                   ELSE
                       MOVE ZERO TO WS-DATE-NUM
                   END-IF
               END-IF
               IF WS-DATE-NUM = ZERO
                   DISPLAY "Pas de periode 12 exploitable pour "
                       "l'exercice " WS-PREV-YEAR " - date de debut "
                       "obligatoire."
               END-IF
           END-IF

           IF WS-DATE-NUM NOT = ZERO
               PERFORM 4100-VALIDATE-DATE-NUM
               IF DV-DATE-INVALID
                   DISPLAY "Date refusee: " DV-ERROR-MSG
               ELSE
                   MOVE WS-DATE-NUM TO WS-START-NUM
                   DISPLAY "Decoupage des trimestres (445, 454 ou "
                       "544):" SPACE WITH NO ADVANCING
                   ACCEPT WS-PATTERN-TXT
                   IF NOT WS-PATTERN-VALID
                       DISPLAY "Decoupage inconnu: " WS-PATTERN-TXT
                   ELSE
                       DISPLAY "Exercice de 53 semaines (O/N):"
                           SPACE WITH NO ADVANCING
                       ACCEPT WS-LONG-YEAR-SW
                       SET WS-DATES-OK TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT WS-DATES-OK
               DISPLAY "Generation abandonnee."
           END-IF.

      *    Construit la periode WS-GEN-PERIOD de l'exercice genere :
      *    nombre de semaines lu dans le decoupage a la position de
      *    la periode dans son trimestre, une semaine de plus a la
      *    periode 12 d'un exercice de 53 semaines ; la periode
      *    suivante commence le lendemain de sa fin.
       3550-BUILD-ONE-PERIOD.
           IF WS-GEN-PERIOD = 1
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-START-NUM)
               MOVE ZERO TO WS-TOTAL-WEEKS
           END-IF
           COMPUTE WS-PATTERN-POS =
               FUNCTION MOD(WS-GEN-PERIOD - 1, 3) + 1
           MOVE WS-PATTERN-TXT(WS-PATTERN-POS:1) TO WS-WEEKS-NUM
           IF WS-GEN-PERIOD = 12 AND WS-LONG-YEAR
               ADD 1 TO WS-WEEKS-NUM
           END-IF
           ADD WS-WEEKS-NUM TO WS-TOTAL-WEEKS
           COMPUTE WS-END-INTEGER =
               WS-START-INTEGER + WS-WEEKS-NUM * 7 - 1
           COMPUTE WS-END-NUM =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER)

           MOVE WS-YEAR-TXT TO WS-NEW-YEAR
           MOVE WS-GEN-PERIOD TO WS-NEW-NUM
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-INTEGER)
               TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-NEW-START
           MOVE WS-END-NUM TO WS-NEW-END
           PERFORM 4400-INSERT-IN-ORDER
           DISPLAY "  " WS-NEW-YEAR "-" WS-NEW-NUM "  "
               WS-NEW-START " - " WS-NEW-END "  " WS-WEEKS-NUM
               " sem."
           COMPUTE WS-START-INTEGER = WS-END-INTEGER + 1.

      *    Retire de la table toutes les periodes de l'exercice
      *    WS-YEAR-TXT, avant son remplacement par la generation.
       3600-REMOVE-YEAR.
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-PER-COUNT
               IF WS-PER-YEAR(WS-SUB) = WS-YEAR-TXT
                   MOVE WS-SUB TO WS-FOUND-SUB
                   PERFORM 5100-REMOVE-ENTRY
               ELSE
                   ADD 1 TO WS-SUB
               END-IF
           END-PERFORM.

      *    Ajout d'une periode isolee : cle exercice/periode
      *    controlee, doublon refuse, dates validees par DateVal,
      *    insertion a sa place dans l'ordre exercice puis periode.
       4000-ADD-PERIOD.
           PERFORM 4250-ACCEPT-PERIOD-KEY
           IF WS-KEY-OK
               PERFORM 4300-FIND-PERIOD
               EVALUATE TRUE
                   WHEN WS-FOUND-SUB > 0
                       DISPLAY "Periode " WS-FIND-YEAR "-"
                           WS-FIND-NUM " deja au calendrier, ajout "
                           "refuse."
                   WHEN WS-PER-COUNT >= WS-PER-MAX
                       DISPLAY "Table pleine (" WS-PER-MAX
                           " periodes), ajout refuse."
                   WHEN OTHER
                       MOVE ZERO TO WS-START-NUM WS-END-NUM
                       PERFORM 4600-ACCEPT-PERIOD-DATES
                       IF WS-DATES-OK
                           MOVE WS-FIND-KEY TO WS-NEW-KEY
                           MOVE WS-START-NUM TO WS-NEW-START
                           MOVE WS-END-NUM TO WS-NEW-END
                           PERFORM 4400-INSERT-IN-ORDER
                           ADD 1 TO WS-CHANGE-COUNT
                           DISPLAY "Periode ajoutee: " WS-FIND-YEAR
                               "-" WS-FIND-NUM "  " WS-START-NUM
                               " - " WS-END-NUM
                       END-IF
               END-EVALUATE
           END-IF.

      *    Controle par DateVal que WS-DATE-NUM forme une date
      *    reelle (mois, jour selon le mois et l'annee bissextile).
       4100-VALIDATE-DATE-NUM.
           MOVE WS-DATE-NUM(1:4) TO DV-YEAR-NUM
           MOVE WS-DATE-NUM(5:2) TO DV-MONTH-NUM
           MOVE WS-DATE-NUM(7:2) TO DV-DAY-NUM
           CALL "DateVal" USING DV-PARM-AREA.

      *    Lit une date AAAAMMJJ au terminal (l'invite est affichee
      *    par l'appelant) ; WS-DATE-NUM est remis a zero quand la
      *    saisie n'est pas numerique.
       4200-ACCEPT-DATE.
           MOVE SPACES TO WS-DATE-TXT
           ACCEPT WS-DATE-TXT
           IF WS-DATE-TXT IS NUMERIC
               MOVE WS-DATE-TXT TO WS-DATE-NUM
           ELSE
               MOVE ZERO TO WS-DATE-NUM
           END-IF.

      *    Lit l'exercice et le numero de periode au terminal dans
      *    WS-FIND-KEY ; un numero saisi sur un seul chiffre est
      *    complete a gauche par un zero. WS-KEY-OK indique une
      *    saisie exploitable (periode 01 a 12).
       4250-ACCEPT-PERIOD-KEY.
           MOVE 'N' TO WS-KEY-OK-SW
           MOVE SPACES TO WS-YEAR-TXT WS-PERIOD-TXT
           DISPLAY "Exercice (AAAA):" SPACE WITH NO ADVANCING
           ACCEPT WS-YEAR-TXT
           DISPLAY "Periode (01 a 12):" SPACE WITH NO ADVANCING
           ACCEPT WS-PERIOD-TXT
           IF WS-PERIOD-TXT(2:1) = SPACE
               MOVE WS-PERIOD-TXT(1:1) TO WS-PERIOD-TXT(2:1)
               MOVE '0' TO WS-PERIOD-TXT(1:1)
           END-IF
           IF WS-YEAR-TXT IS NOT NUMERIC
              OR WS-PERIOD-TXT IS NOT NUMERIC
               DISPLAY "Exercice ou periode non numerique."
           ELSE
               MOVE WS-PERIOD-TXT TO WS-PERIOD-NUM
               IF WS-PERIOD-NUM < 1 OR WS-PERIOD-NUM > 12
                   DISPLAY "Periode invalide - doit etre 01 a 12."
               ELSE
                   SET WS-KEY-OK TO TRUE
               END-IF
           END-IF
           MOVE WS-YEAR-TXT TO WS-FIND-YEAR
           MOVE WS-PERIOD-TXT TO WS-FIND-NUM.

      *    Recherche la cle WS-FIND-KEY dans la table ;
      *    WS-FOUND-SUB recoit son indice, ou zero quand la
      *    periode est absente.
       4300-FIND-PERIOD.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PER-COUNT
                      OR WS-FOUND-SUB > 0
               IF WS-PER-KEY(WS-SUB) = WS-FIND-KEY
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      *    Insere WS-NEW-ENTRY a sa place dans l'ordre exercice
      *    puis periode, en decalant les entrees suivantes d'un
      *    cran.
       4400-INSERT-IN-ORDER.
           MOVE ZERO TO WS-INS-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PER-COUNT
                      OR WS-INS-SUB > 0
               IF WS-PER-KEY(WS-SUB) > WS-NEW-KEY
                   MOVE WS-SUB TO WS-INS-SUB
               END-IF
           END-PERFORM
           IF WS-INS-SUB = 0
               COMPUTE WS-INS-SUB = WS-PER-COUNT + 1
           END-IF

           PERFORM VARYING WS-SUB FROM WS-PER-COUNT BY -1
                   UNTIL WS-SUB < WS-INS-SUB
               MOVE WS-PER-ENTRY(WS-SUB) TO WS-PER-ENTRY(WS-SUB + 1)
           END-PERFORM
           MOVE WS-NEW-ENTRY TO WS-PER-ENTRY(WS-INS-SUB)
           ADD 1 TO WS-PER-COUNT.

      *    Modification des dates d'une periode existante : chaque
      *    date laissee a blanc conserve sa valeur actuelle. La
      *    cle ne change pas, l'ordre de la table est preserve.
       4500-CHANGE-PERIOD.
           PERFORM 4250-ACCEPT-PERIOD-KEY
           IF WS-KEY-OK
               PERFORM 4300-FIND-PERIOD
               IF WS-FOUND-SUB = 0
                   DISPLAY "Periode absente du calendrier: "
                       WS-FIND-YEAR "-" WS-FIND-NUM
               ELSE
                   DISPLAY "Actuellement: " WS-PER-START(WS-FOUND-SUB)
                       " - " WS-PER-END(WS-FOUND-SUB)
                       " (blanc = inchange)"
                   MOVE ZERO TO WS-START-NUM WS-END-NUM
                   IF WS-PER-START(WS-FOUND-SUB) IS NUMERIC
                       MOVE WS-PER-START(WS-FOUND-SUB) TO WS-START-NUM
                   END-IF
                   IF WS-PER-END(WS-FOUND-SUB) IS NUMERIC
                       MOVE WS-PER-END(WS-FOUND-SUB) TO WS-END-NUM
                   END-IF
                   PERFORM 4600-ACCEPT-PERIOD-DATES
                   IF WS-DATES-OK
                       MOVE WS-START-NUM TO WS-PER-START(WS-FOUND-SUB)
                       MOVE WS-END-NUM TO WS-PER-END(WS-FOUND-SUB)
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "Periode modifiee: " WS-FIND-YEAR "-"
                           WS-FIND-NUM "  " WS-START-NUM " - "
                           WS-END-NUM
                   END-IF
               END-IF
           END-IF.

      *    Saisit les dates de debut et de fin de la periode dans
      *    WS-START-NUM et WS-END-NUM ; une saisie a blanc conserve
      *    la valeur deja presente (zero a l'ajout, ce qui la rend
      *    obligatoire). Chaque date est validee par DateVal et la
      *    fin ne peut preceder le debut ; WS-DATES-OK indique des
      *    dates acceptees.
       4600-ACCEPT-PERIOD-DATES.
           SET WS-DATES-OK TO TRUE
           DISPLAY "Date de debut (AAAAMMJJ):" SPACE
               WITH NO ADVANCING
           PERFORM 4200-ACCEPT-DATE
           IF WS-DATE-TXT NOT = SPACES
               MOVE WS-DATE-NUM TO WS-START-NUM
           END-IF
           MOVE WS-START-NUM TO WS-DATE-NUM
           PERFORM 4650-CHECK-ONE-DATE
           IF WS-DATES-OK
               DISPLAY "Date de fin (AAAAMMJJ):" SPACE
                   WITH NO ADVANCING
               PERFORM 4200-ACCEPT-DATE
               IF WS-DATE-TXT NOT = SPACES
                   MOVE WS-DATE-NUM TO WS-END-NUM
               END-IF
               MOVE WS-END-NUM TO WS-DATE-NUM
               PERFORM 4650-CHECK-ONE-DATE
           END-IF
           IF WS-DATES-OK AND WS-END-NUM < WS-START-NUM
               DISPLAY "La fin precede le debut de la periode."
               MOVE 'N' TO WS-DATES-OK-SW
           END-IF
           IF NOT WS-DATES-OK
               DISPLAY "Saisie abandonnee."
           END-IF.

      *    Controle la date WS-DATE-NUM saisie pour une periode :
      *    numerique et reelle au sens de DateVal.
       4650-CHECK-ONE-DATE.
           IF WS-DATE-NUM = ZERO
               DISPLAY "Date absente ou non numerique."
               MOVE 'N' TO WS-DATES-OK-SW
           ELSE
               PERFORM 4100-VALIDATE-DATE-NUM
               IF DV-DATE-INVALID
                   DISPLAY "Date refusee: " DV-ERROR-MSG
                   MOVE 'N' TO WS-DATES-OK-SW
               END-IF
           END-IF.

      *    Suppression d'une periode. La recherche se fait sur la
      *    cle saisie telle quelle, pour que les lignes illisibles
      *    signalees au chargement puissent elles aussi etre
      *    supprimees.
       5000-DELETE-PERIOD.
           PERFORM 4250-ACCEPT-PERIOD-KEY
           IF WS-YEAR-TXT = SPACES
               DISPLAY "Exercice a blanc, suppression abandonnee."
           ELSE
               PERFORM 4300-FIND-PERIOD
               IF WS-FOUND-SUB = 0
                   DISPLAY "Periode absente du calendrier: "
                       WS-FIND-YEAR "-" WS-FIND-NUM
               ELSE
                   PERFORM 5100-REMOVE-ENTRY
                   ADD 1 TO WS-CHANGE-COUNT
                   DISPLAY "Periode supprimee: " WS-FIND-YEAR "-"
                       WS-FIND-NUM
               END-IF
           END-IF.

      *    Retire l'entree WS-FOUND-SUB de la table en remontant
      *    les entrees suivantes d'un cran.
       5100-REMOVE-ENTRY.
           PERFORM VARYING WS-INS-SUB FROM WS-FOUND-SUB BY 1
                   UNTIL WS-INS-SUB >= WS-PER-COUNT
               MOVE WS-PER-ENTRY(WS-INS-SUB + 1)
                   TO WS-PER-ENTRY(WS-INS-SUB)
           END-PERFORM
           SUBTRACT 1 FROM WS-PER-COUNT.

      *    Listage d'un exercice (ou de tout le calendrier quand
      *    l'exercice est laisse a blanc) dans l'ordre des
      *    periodes, avec la duree de chacune en jours.
       5500-LIST-CALENDAR.
           DISPLAY "Exercice (AAAA ; blanc = tous):" SPACE
               WITH NO ADVANCING
           MOVE SPACES TO WS-YEAR-TXT
           ACCEPT WS-YEAR-TXT
           MOVE ZERO TO WS-YEAR-PER-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PER-COUNT
               IF WS-YEAR-TXT = SPACES
                  OR WS-PER-YEAR(WS-SUB) = WS-YEAR-TXT
                   ADD 1 TO WS-YEAR-PER-COUNT
                   PERFORM 5600-LIST-ONE-PERIOD
               END-IF
           END-PERFORM
           DISPLAY "Total: " WS-YEAR-PER-COUNT " periode(s)."
           IF WS-YEAR-TXT NOT = SPACES
              AND WS-YEAR-PER-COUNT NOT = 12
               DISPLAY "Attention: l'exercice " WS-YEAR-TXT
                   " ne compte pas 12 periodes."
           END-IF.

      *    Affiche la periode WS-SUB, avec sa duree en jours quand
      *    ses dates sont exploitables.
       5600-LIST-ONE-PERIOD.
           MOVE ZERO TO WS-DAYS-NUM
           IF WS-PER-START(WS-SUB) IS NUMERIC
              AND WS-PER-END(WS-SUB) IS NUMERIC
              AND WS-PER-END(WS-SUB) >= WS-PER-START(WS-SUB)
               MOVE WS-PER-START(WS-SUB) TO WS-DATE-NUM
               PERFORM 4100-VALIDATE-DATE-NUM
               IF DV-DATE-VALID
                   COMPUTE WS-CUR-START-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE WS-PER-END(WS-SUB) TO WS-DATE-NUM
                   PERFORM 4100-VALIDATE-DATE-NUM
               END-IF
               IF DV-DATE-VALID
                   COMPUTE WS-DAYS-NUM =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       - WS-CUR-START-INTEGER + 1
               END-IF
           END-IF
           DISPLAY WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "  "
               WS-PER-START(WS-SUB) " - " WS-PER-END(WS-SUB) "  "
               WS-DAYS-NUM " jour(s)".

      *    Reecrit le fichier FISCAL a partir de la table (deja
      *    dans l'ordre exercice puis periode). Une session sans
      *    modification laisse le fichier intact ; la reecriture
      *    est refusee quand le chargement a du ignorer des lignes,
      *    et quand l'operateur a abandonne des modifications qui
      *    laissaient le calendrier incoherent.
       6000-REWRITE-CALENDAR.
           EVALUATE TRUE
               WHEN WS-CHANGE-COUNT = 0
                   DISPLAY "Aucune modification - calendrier non "
                       "reecrit."
               WHEN WS-LOAD-OVERFLOW
                   DISPLAY "Des lignes ont ete ignorees au "
                       "chargement - reecriture refusee pour ne pas "
                       "les detruire ; " WS-CHANGE-COUNT
                       " modification(s) abandonnee(s)."
               WHEN WS-ABANDONED
                   DISPLAY "Calendrier incoherent - reecriture "
                       "refusee ; " WS-CHANGE-COUNT
                       " modification(s) abandonnee(s)."
               WHEN OTHER
                   OPEN OUTPUT FIS-FILE
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-PER-COUNT
                       MOVE SPACES TO FC-RECORD
                       MOVE WS-PER-YEAR(WS-SUB) TO FC-FISC-YEAR
                       MOVE WS-PER-NUM(WS-SUB) TO FC-PERIOD
                       MOVE WS-PER-START(WS-SUB) TO FC-START-DATE
                       MOVE WS-PER-END(WS-SUB) TO FC-END-DATE
                       WRITE FC-RECORD
                   END-PERFORM
                   CLOSE FIS-FILE
                   DISPLAY "Calendrier fiscal reecrit: " WS-PER-COUNT
                       " periode(s), " WS-CHANGE-COUNT
                       " modification(s)."
           END-EVALUATE.

      *    Controle de coherence du calendrier complet, dans
      *    l'ordre exercice puis periode : zones lisibles, dates
      *    reelles et fin posterieure au debut, periodes 01 a 12
      *    sans doublon, exactement 12 periodes par exercice, et
      *    chaque periode commencant le lendemain de la fin de la
      *    precedente - y compris d'un exercice au suivant. Chaque
      *    anomalie est affichee ; WS-CHECK-ERRORS en donne le
      *    nombre.
       7000-VALIDATE-CALENDAR.
           MOVE ZERO TO WS-CHECK-ERRORS
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE SPACES TO WS-GROUP-YEAR WS-PREV-NUM
           MOVE 'N' TO WS-PREV-END-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PER-COUNT
               PERFORM 7100-CHECK-ONE-ENTRY
           END-PERFORM
           IF WS-GROUP-COUNT > 0
               PERFORM 7200-CLOSE-YEAR-GROUP
           END-IF
           IF WS-CHECK-ERRORS = 0
               DISPLAY "Controle du calendrier fiscal: aucune "
                   "anomalie."
           ELSE
               DISPLAY "Controle du calendrier fiscal: "
                   WS-CHECK-ERRORS " anomalie(s)."
           END-IF.

      *    Controle l'entree WS-SUB : changement d'exercice,
      *    lisibilite, numero de periode, dates, puis continuite
      *    avec la periode precedente.
       7100-CHECK-ONE-ENTRY.
           IF WS-PER-YEAR(WS-SUB) NOT = WS-GROUP-YEAR
               IF WS-GROUP-COUNT > 0
                   PERFORM 7200-CLOSE-YEAR-GROUP
               END-IF
               MOVE WS-PER-YEAR(WS-SUB) TO WS-GROUP-YEAR
               MOVE ZERO TO WS-GROUP-COUNT
               MOVE SPACES TO WS-PREV-NUM
           END-IF
           ADD 1 TO WS-GROUP-COUNT

           SET WS-ENTRY-OK TO TRUE
           EVALUATE TRUE
               WHEN WS-PER-YEAR(WS-SUB) IS NOT NUMERIC
                 OR WS-PER-NUM(WS-SUB) IS NOT NUMERIC
                   DISPLAY "Anomalie: exercice ou periode illisible ["
                       WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "]"
                   ADD 1 TO WS-CHECK-ERRORS
               WHEN WS-PER-NUM(WS-SUB) < '01'
                 OR WS-PER-NUM(WS-SUB) > '12'
                   DISPLAY "Anomalie: periode hors 01 a 12 ["
                       WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "]"
                   ADD 1 TO WS-CHECK-ERRORS
               WHEN WS-PER-NUM(WS-SUB) = WS-PREV-NUM
                   DISPLAY "Anomalie: periode en double ["
                       WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "]"
                   ADD 1 TO WS-CHECK-ERRORS
           END-EVALUATE
           MOVE WS-PER-NUM(WS-SUB) TO WS-PREV-NUM

           IF WS-PER-START(WS-SUB) IS NOT NUMERIC
              OR WS-PER-END(WS-SUB) IS NOT NUMERIC
               MOVE 'N' TO WS-ENTRY-OK-SW
           ELSE
               MOVE WS-PER-START(WS-SUB) TO WS-DATE-NUM
               PERFORM 4100-VALIDATE-DATE-NUM
               IF DV-DATE-INVALID
                   MOVE 'N' TO WS-ENTRY-OK-SW
               ELSE
                   COMPUTE WS-CUR-START-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   MOVE WS-PER-END(WS-SUB) TO WS-DATE-NUM
                   PERFORM 4100-VALIDATE-DATE-NUM
                   IF DV-DATE-INVALID
                       MOVE 'N' TO WS-ENTRY-OK-SW
                   ELSE
                       COMPUTE WS-CUR-END-INTEGER =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ENTRY-OK
               DISPLAY "Anomalie: dates illisibles ou irreelles ["
                   WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "] "
                   WS-PER-START(WS-SUB) " - " WS-PER-END(WS-SUB)
               ADD 1 TO WS-CHECK-ERRORS
               MOVE 'N' TO WS-PREV-END-SW
           ELSE
               IF WS-CUR-END-INTEGER < WS-CUR-START-INTEGER
                   DISPLAY "Anomalie: fin avant debut ["
                       WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "]"
                   ADD 1 TO WS-CHECK-ERRORS
               END-IF
               IF WS-PREV-END-KNOWN
                   PERFORM 7150-CHECK-CONTINUITY
               END-IF
               MOVE WS-CUR-END-INTEGER TO WS-PREV-END-INTEGER
               SET WS-PREV-END-KNOWN TO TRUE
           END-IF.

      *    Compare le debut de l'entree WS-SUB au lendemain de la
      *    fin de la periode precedente : au-dela, les jours
      *    intermediaires ne sont dans aucune periode (trou) ;
      *    en deca, deux periodes se partagent des jours
      *    (chevauchement).
       7150-CHECK-CONTINUITY.
           EVALUATE TRUE
               WHEN WS-CUR-START-INTEGER > WS-PREV-END-INTEGER + 1
                   COMPUTE WS-GAP-DAYS = WS-CUR-START-INTEGER
                       - WS-PREV-END-INTEGER - 1
                   DISPLAY "Anomalie: trou de " WS-GAP-DAYS
                       " jour(s) avant la periode ["
                       WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "]"
                   ADD 1 TO WS-CHECK-ERRORS
               WHEN WS-CUR-START-INTEGER < WS-PREV-END-INTEGER + 1
                   COMPUTE WS-GAP-DAYS = WS-PREV-END-INTEGER + 1
                       - WS-CUR-START-INTEGER
                   DISPLAY "Anomalie: chevauchement de " WS-GAP-DAYS
                       " jour(s) avec la periode precedente ["
                       WS-PER-YEAR(WS-SUB) "-" WS-PER-NUM(WS-SUB) "]"
                   ADD 1 TO WS-CHECK-ERRORS
           END-EVALUATE.

      *    Cloture le controle de l'exercice WS-GROUP-YEAR : il
      *    doit compter exactement 12 periodes.
       7200-CLOSE-YEAR-GROUP.
           IF WS-GROUP-COUNT NOT = 12
               DISPLAY "Anomalie: l'exercice " WS-GROUP-YEAR
                   " compte " WS-GROUP-COUNT " periode(s) au lieu "
                   "de 12."
               ADD 1 TO WS-CHECK-ERRORS
           END-IF.

      *    Compte les periodes de l'exercice WS-YEAR-TXT presentes
      *    en table.
       7300-COUNT-YEAR-PERIODS.
           MOVE ZERO TO WS-YEAR-PER-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PER-COUNT
               IF WS-PER-YEAR(WS-SUB) = WS-YEAR-TXT
                   ADD 1 TO WS-YEAR-PER-COUNT
               END-IF
           END-PERFORM.

      *    Fin de session : une session sans modification se
      *    termine aussitot ; sinon le calendrier complet est
      *    controle avant reecriture. Un calendrier incoherent
      *    n'est jamais reecrit : l'operateur revient au menu pour
      *    corriger, ou abandonne ses modifications.
       8000-END-SESSION.
           IF WS-CHANGE-COUNT = 0
               SET WS-DONE TO TRUE
           ELSE
               PERFORM 7000-VALIDATE-CALENDAR
               IF WS-CHECK-ERRORS = 0
                   SET WS-DONE TO TRUE
               ELSE
                   DISPLAY "Calendrier incoherent - abandonner les "
                       "modifications (O/N ; N = retour au menu):"
                       SPACE WITH NO ADVANCING
                   MOVE SPACE TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER-YES
                       SET WS-ABANDONED TO TRUE
                       SET WS-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.
