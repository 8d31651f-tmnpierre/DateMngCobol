      *    archive tout enregistrement strictement anterieur a la    *
      *    charniere.                                                *
      *                                                              *
      *    Seules les periodes fiscales closes (fichier des          *
      *    clotures PERCLOSE, ecrit par PerCls) s'archivent : un     *
      *    enregistrement anterieur a la charniere dont la periode   *
      *    (resolue par FisPer) n'est pas close, coupee par la       *
      *    charniere ou hors du calendrier fiscal, est retenu dans   *
      *    le fichier vivant - une periode s'archive en entier.      *
      *    Sans fichier des clotures, rien n'est archive.            *
      *                                                              *
      *    Un rapport de purge (PRGRPT) restitue, par fichier, les   *
      *    comptes archives/conserves, la plage de dates archivee    *
      *    et la plage retenue faute de cloture.                     *
      *                                                              *
      *    La reecriture se fait en deux passes par fichier de       *
      *    travail (AUDWORK, HISTWORK) : le fichier vivant n'est     *
      *    ecrase qu'une fois la passe de tri terminee.              *
      *                                                              *
      *    Code retour : 0 purge menee a bien, 4 enregistrements     *
      *    anterieurs a la charniere retenus faute de cloture de     *
      *    leur periode, 8 date charniere absente ou invalide,       *
      *    fichier des clotures illisible, ou fichier vivant         *
      *    illisible (un journal ou un historique sequentiel d'avant *
      *    le passage en indexe se convertit par AudCnv ou           *
      *    HistCnv) - un fichier simplement absent n'est pas une     *
      *    erreur, il n'y a rien a purger.                           *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Seuls les enregistrements d'une periode       *
      *                fiscale close (fichier PERCLOSE de PerCls)    *
      *                sont archives ; ceux d'une periode non close  *
      *                sont retenus dans le fichier vivant, comptes  *
      *                au rapport, code retour 4 - la purge faisait  *
      *                disparaitre les lignes d'une periode dont la  *
      *                finance n'avait pas encore arrete les         *
      *                chiffres.                                     *
      *    2026-09-02  Un fichier vivant illisible a l'ouverture     *
      *                (statut autre que 35, typiquement un fichier  *
      *                sequentiel d'avant le passage en indexe)      *
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-WORK-STATUS.

           SELECT PERCLOSE-FILE ASSIGN TO "PERCLOSE"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PC-PERIOD-KEY
               FILE STATUS IS WS-PERCLOSE-STATUS.

           SELECT PRGRPT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRGRPT-STATUS.
       FD  HIST-WORK-FILE.
       COPY HISTREC REPLACING LEADING ==HR== BY ==HW==.

       FD  PERCLOSE-FILE.
       COPY PERCLOR.

       FD  PRGRPT-FILE.
       COPY RPTREC.

       01 WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01 WS-HIST-ARCH-STATUS          PIC X(02) VALUE SPACES.
       01 WS-HIST-WORK-STATUS          PIC X(02) VALUE SPACES.
       01 WS-PERCLOSE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-PRGRPT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.
       01 WS-TRACK-DATE                PIC 9(08) VALUE ZERO.
       01 WS-FILE-LABEL                PIC X(10).

      *    Enregistrements anterieurs a la charniere retenus faute
      *    de cloture de leur periode fiscale, et leur plage de
      *    dates, par fichier purge.
       01 WS-HELD-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-HELD-MIN-DATE             PIC 9(08) VALUE ZERO.
       01 WS-HELD-MAX-DATE             PIC 9(08) VALUE ZERO.

      *    Controle de cloture de la periode d'une date : le
      *    fichier des clotures est-il ouvert, la periode de la
      *    date controlee est-elle close. Le resultat du dernier
      *    controle est conserve : les enregistrements d'une meme
      *    date se suivent.
       01 WS-PERCLOSE-OPEN-SW          PIC X(01) VALUE 'N'.
           88 WS-PERCLOSE-OPEN             VALUE 'Y'.
       01 WS-PERIOD-CLOSED-SW          PIC X(01) VALUE 'N'.
           88 WS-PERIOD-CLOSED             VALUE 'Y'.
       01 WS-LAST-CHECK-DATE           PIC 9(08) VALUE ZERO.
       01 WS-LAST-CHECK-SW             PIC X(01) VALUE 'N'.

      *    Une erreur de purge (fichier vivant illisible) est notee
      *    ici et ne devient le code retour qu'en fin de traitement
      *    - chaque appel de sous-programme remet RETURN-CODE a
      *    zero.
       01 WS-PURGE-ERROR-SW            PIC X(01) VALUE 'N'.
           88 WS-PURGE-ERROR               VALUE 'Y'.

       01 WS-RPT-LINE                  PIC X(80).

      *    Totaux des deux purges, pour le registre des executions.
       01 WS-TOTAL-MOVED               PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-KEPT                PIC 9(07) VALUE ZERO.
       01 WS-TOTAL-HELD                PIC 9(07) VALUE ZERO.

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
      *    controle que la date charniere est une date reelle.
       COPY DTVALID.

      *    Zone d'echange avec le sous-programme FisPer, qui resout
      *    la periode fiscale d'une date.
       COPY FPPARM.

      *    Zone d'echange avec le sous-programme RunLog, qui ajoute
      *    la ligne de l'execution au registre des executions.
       COPY RUNLOGP.
               GOBACK
           END-IF

           PERFORM 1200-OPEN-CLOSE-FILE
           IF RETURN-CODE NOT = 0
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           OPEN OUTPUT PRGRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RAPPORT DE PURGE AUDIT/HISTORIQUE - CHARNIERE '
               WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM 6000-WRITE-REPORT-LINE
           IF NOT WS-PERCLOSE-OPEN
               MOVE SPACES TO WS-RPT-LINE
               STRING 'AUCUNE PERIODE FISCALE CLOSE (PERCLOSE '
                   'ABSENT) - RIEN N EST ARCHIVE'
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF

           PERFORM 2000-PURGE-AUDIT
           PERFORM 3000-PURGE-HISTORY

           CLOSE PRGRPT-FILE
           IF WS-PERCLOSE-OPEN
               CLOSE PERCLOSE-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-PURGE-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-HELD > 0
                   DISPLAY "Purge: " WS-TOTAL-HELD " enregistrement(s)"
                       " anterieur(s) a la charniere retenu(s), "
                       "periode fiscale non close."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

           MOVE RETURN-CODE TO RG-RETURN-CODE
           CALL "RunLog" USING RG-PARM-AREA.

      *    Ouvre le fichier des clotures de periodes fiscales. Un
      *    fichier absent (statut 35) signifie qu'aucune periode
      *    n'est close : rien ne sera archive. Un fichier illisible
      *    annule la purge - impossible de savoir ce qui est clos.
       1200-OPEN-CLOSE-FILE.
           OPEN INPUT PERCLOSE-FILE
           EVALUATE WS-PERCLOSE-STATUS
               WHEN '00'
                   SET WS-PERCLOSE-OPEN TO TRUE
               WHEN '35'
                   DISPLAY "Aucune periode fiscale close (fichier "
                       "des clotures absent), rien ne sera archive."
               WHEN OTHER
                   DISPLAY "Fichier des clotures illisible (statut "
                       WS-PERCLOSE-STATUS "), purge annulee."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *    Purge du journal d'audit : les lignes dont la date
      *    d'execution est anterieure a la charniere partent en
      *    archive, les autres vont au fichier de travail, puis le
       2000-PURGE-AUDIT.
           MOVE ZERO TO WS-MOVED-COUNT WS-KEPT-COUNT
           MOVE ZERO TO WS-ARCH-MIN-DATE WS-ARCH-MAX-DATE
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-MIN-DATE WS-HELD-MAX-DATE
           MOVE 'AUDITLOG' TO WS-FILE-LABEL
           MOVE 'N' TO WS-EOF-SW

                   DISPLAY "Journal d'audit illisible (statut "
                       WS-AUD-STATUS "), purge non faite - un "
                       "journal sequentiel se convertit par AudCnv."
                   SET WS-PURGE-ERROR TO TRUE
                   PERFORM 5000-WRITE-FILE-TOTALS
               WHEN OTHER
               OPEN EXTEND AUD-ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2050-SORT-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUD-FILE
               PERFORM 5000-WRITE-FILE-TOTALS
           END-EVALUATE.

      *    Envoie la ligne d'audit lue en archive si elle est
      *    anterieure a la charniere et que sa periode fiscale est
      *    close, au fichier de travail sinon - une ligne anterieure
      *    a la charniere d'une periode non close est retenue.
       2050-SORT-AUDIT-RECORD.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW
           IF AU-RUN-DATE < WS-CUTOFF-DATE
               MOVE AU-RUN-DATE TO WS-TRACK-DATE
               PERFORM 4500-CHECK-PERIOD-CLOSED
           END-IF
           IF WS-PERIOD-CLOSED
               MOVE AU-RECORD TO AX-RECORD
               WRITE AX-RECORD
               ADD 1 TO WS-MOVED-COUNT
               PERFORM 4000-TRACK-ARCHIVED-RANGE
           ELSE
               MOVE AU-RECORD TO AW-RECORD
               WRITE AW-RECORD
               ADD 1 TO WS-KEPT-COUNT
               IF AU-RUN-DATE < WS-CUTOFF-DATE
                   PERFORM 4200-TRACK-HELD-RANGE
               END-IF
           END-IF.

      *    Reecrit le journal d'audit vivant avec les seules lignes
      *    conservees par la passe de purge.
       2100-REWRITE-AUDIT-FILE.
       3000-PURGE-HISTORY.
           MOVE ZERO TO WS-MOVED-COUNT WS-KEPT-COUNT
           MOVE ZERO TO WS-ARCH-MIN-DATE WS-ARCH-MAX-DATE
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-HELD-MIN-DATE WS-HELD-MAX-DATE
           MOVE 'HISTFILE' TO WS-FILE-LABEL
           MOVE 'N' TO WS-EOF-SW

                       WS-HIST-STATUS "), purge non faite - un "
                       "historique sequentiel se convertit par "
                       "HistCnv."
                   SET WS-PURGE-ERROR TO TRUE
                   PERFORM 5000-WRITE-FILE-TOTALS
               WHEN OTHER
               OPEN EXTEND HIST-ARCH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3050-SORT-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
               PERFORM 5000-WRITE-FILE-TOTALS
           END-EVALUATE.

      *    Envoie l'enregistrement historique lu en archive ou au
      *    fichier de travail, sur sa date systeme d'execution -
      *    meme regle que pour le journal d'audit.
       3050-SORT-HISTORY-RECORD.
           MOVE 'N' TO WS-PERIOD-CLOSED-SW
           MOVE HR-RUN-SYSDATE TO WS-TRACK-DATE
           IF HR-RUN-SYSDATE < WS-CUTOFF-DATE
               PERFORM 4500-CHECK-PERIOD-CLOSED
           END-IF
           IF WS-PERIOD-CLOSED
               MOVE HR-RECORD TO HX-RECORD
               WRITE HX-RECORD
               ADD 1 TO WS-MOVED-COUNT
               PERFORM 4100-TRACK-RANGE-DATE
           ELSE
               MOVE HR-RECORD TO HW-RECORD
               WRITE HW-RECORD
               ADD 1 TO WS-KEPT-COUNT
               IF HR-RUN-SYSDATE < WS-CUTOFF-DATE
                   PERFORM 4200-TRACK-HELD-RANGE
               END-IF
           END-IF.

      *    Reecrit le fichier historique vivant avec les seuls
      *    enregistrements conserves par la passe de purge.
       3100-REWRITE-HISTORY-FILE.
               MOVE WS-TRACK-DATE TO WS-ARCH-MAX-DATE
           END-IF.

      *    Compte un enregistrement anterieur a la charniere
      *    retenu faute de cloture et met a jour la plage min/max
      *    des dates retenues avec WS-TRACK-DATE.
       4200-TRACK-HELD-RANGE.
           ADD 1 TO WS-HELD-COUNT
           IF WS-HELD-MIN-DATE = ZERO
              OR WS-TRACK-DATE < WS-HELD-MIN-DATE
               MOVE WS-TRACK-DATE TO WS-HELD-MIN-DATE
           END-IF
           IF WS-TRACK-DATE > WS-HELD-MAX-DATE
               MOVE WS-TRACK-DATE TO WS-HELD-MAX-DATE
           END-IF.

      *    Controle que la periode fiscale de la date WS-TRACK-DATE
      *    est close : periode resolue par FisPer puis recherchee
      *    au fichier des clotures. Une periode close que la
      *    charniere coupe n'est pas archivee : une periode part
      *    en archive en entier, pour que ce qui reste au journal
      *    ne passe pas pour un retraitement aupres de DateStat.
      *    Une date hors du calendrier fiscal, ou sans fichier des
      *    clotures, n'est jamais close.
      *    Le resultat du controle precedent est repris pour une
      *    meme date.
       4500-CHECK-PERIOD-CLOSED.
           IF WS-TRACK-DATE = WS-LAST-CHECK-DATE
               MOVE WS-LAST-CHECK-SW TO WS-PERIOD-CLOSED-SW
           ELSE
               MOVE 'N' TO WS-PERIOD-CLOSED-SW
               IF WS-PERCLOSE-OPEN
                   MOVE WS-TRACK-DATE TO FP-INPUT-DATE8
                   CALL "FisPer" USING FP-PARM-AREA
                   IF FP-FOUND
                       MOVE FP-FISC-YEAR TO PC-FISC-YEAR
                       MOVE FP-FISC-PERIOD TO PC-FISC-PERIOD
                       READ PERCLOSE-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PC-END-DATE < WS-CUTOFF-DATE
                                   SET WS-PERIOD-CLOSED TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
               MOVE WS-TRACK-DATE TO WS-LAST-CHECK-DATE
               MOVE WS-PERIOD-CLOSED-SW TO WS-LAST-CHECK-SW
           END-IF.

      *    Ecrit la ligne de totaux du fichier qui vient d'etre
      *    purge : comptes archives/conserves et plage archivee,
      *    puis, s'il y en a, les enregistrements retenus faute de
      *    cloture et leur plage. Les totaux des deux fichiers sont
      *    cumules au passage pour le registre des executions.
       5000-WRITE-FILE-TOTALS.
           ADD WS-MOVED-COUNT TO WS-TOTAL-MOVED
           ADD WS-KEPT-COUNT TO WS-TOTAL-KEPT
           ADD WS-HELD-COUNT TO WS-TOTAL-HELD
           MOVE SPACES TO WS-RPT-LINE
           IF WS-MOVED-COUNT = ZERO
               STRING WS-FILE-LABEL ': ARCHIVES ' WS-MOVED-COUNT
                   '  DU ' WS-ARCH-MIN-DATE ' AU ' WS-ARCH-MAX-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM 6000-WRITE-REPORT-LINE
           IF WS-HELD-COUNT > ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING '  DONT RETENUS (PERIODE NON CLOSE OU COUPEE): '
                   WS-HELD-COUNT
                   '  DU ' WS-HELD-MIN-DATE ' AU ' WS-HELD-MAX-DATE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM 6000-WRITE-REPORT-LINE
           END-IF.

      *    Ecrit une ligne mise en forme dans le rapport de purge.
       6000-WRITE-REPORT-LINE.
