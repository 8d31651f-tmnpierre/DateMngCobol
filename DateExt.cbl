      *    CNVOUT est extraite quand meme, l'anomalie portee dans    *
      *    la zone message.                                          *
      *                                                              *
      *    Chaque journee extraite est inscrite au registre des      *
      *    extractions (EXTREG, copybook EXTREGR, indexe sur la date *
      *    d'execution) avec le statut SENT et le nombre de details  *
      *    du *CONTROL, pour le rapprochement des accuses de         *
      *    chargement de l'entrepot par le programme ExtAck.         *
      *                                                              *
      *    La variable d'environnement DATEEXT-MODE = 'REGEN' fait   *
      *    regenerer en une seule execution toutes les journees du   *
      *    registre au statut SHORT ou MISSING (DATEEXT-DATE est     *
      *    alors ignoree) : leurs extractions se suivent dans le     *
      *    fichier de regeneration EXTREGN, distinct de l'EXTFILE    *
      *    quotidien pour qu'une regeneration et l'extraction du     *
      *    jour, dans une meme chaine, ne s'ecrasent pas l'une       *
      *    l'autre ; chaque journee y est terminee par son propre    *
      *    *CONTROL et repasse au statut SENT.                       *
      *                                                              *
      *    L'execution est enregistree au registre des executions    *
      *    (RUNREG, via le sous-programme RunLog).                   *
      *                                                              *
      *    Code retour : 0 extraction menee a bien, 4 extraction     *
      *    ecrite mais registre des extractions inaccessible, 8      *
      *    date ou mode invalide, fichier de la chaine inaccessible  *
      *    ou table saturee.                                         *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Le mode REGEN ecrit dans son propre fichier   *
      *                EXTREGN au lieu d'EXTFILE, que l'extraction   *
      *                quotidienne de la meme chaine ecrasait (ou    *
      *                qui ecrasait la sienne). Dessin EXTREC        *
      *                desormais en WORKING-STORAGE, commun aux      *
      *                deux fichiers.                                *
      *    2026-10-15  Inscription de chaque journee extraite au     *
      *                registre des extractions EXTREG (statut SENT) *
      *                et mode REGEN (DATEEXT-MODE) regenerant en    *
      *                une execution les journees SHORT ou MISSING   *
      *                signalees par le rapprochement des accuses    *
      *                de l'entrepot (ExtAck).                       *
      *    2026-09-02  Lecture du journal d'audit dans sa nouvelle   *
      *                organisation indexee (copybook AUDITREC) :    *
      *                positionnement direct sur la date extraite    *
               RECORD KEY HR-HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT EXTREG-FILE ASSIGN TO "EXTREG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ER-RUN-DATE
               FILE STATUS IS WS-EXTREG-STATUS.

           SELECT CNVOUT-FILE ASSIGN TO "CNVOUT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CNVOUT-STATUS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT REGEN-FILE ASSIGN TO "EXTREGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGEN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HIST-FILE.
       COPY HISTREC.

       FD  EXTREG-FILE.
       COPY EXTREGR.

       FD  CNVOUT-FILE.
       COPY CNVOUTR.

      *    Extraction quotidienne et fichier de regeneration : meme
      *    dessin EXTREC, construit en WORKING-STORAGE et ecrit dans
      *    l'un ou l'autre selon le mode.
       FD  EXT-FILE.
       01 EXT-DETAIL-LINE              PIC X(107).
       01 EXT-CONTROL-LINE             PIC X(29).

       FD  REGEN-FILE.
       01 REGEN-DETAIL-LINE            PIC X(107).
       01 REGEN-CONTROL-LINE           PIC X(29).

       WORKING-STORAGE SECTION.

       COPY EXTREC.

      *    Version de layout du fichier d'extraction, estampillee
      *    sur chaque enregistrement et sur le controle.
       01 WS-LAYOUT-VERSION            PIC X(03) VALUE '001'.
       01 WS-ASOF-DATE-TXT             PIC X(08) VALUE SPACES.
       01 WS-ASOF-DATE                 PIC 9(08) VALUE ZERO.

      *    Mode d'execution : a blanc, extraction d'une journee ;
      *    REGEN, regeneration des journees SHORT ou MISSING du
      *    registre des extractions.
       01 WS-RUN-MODE                  PIC X(05) VALUE SPACES.
           88 WS-REGEN-MODE                VALUE 'REGEN'.

      *    Journees a regenerer relevees au registre, dans l'ordre
      *    des dates.
       01 WS-REGEN-MAX                 PIC 9(03) VALUE 366.
       01 WS-REGEN-COUNT               PIC 9(03) VALUE ZERO.
       01 WS-REGEN-TABLE.
           05 WS-REGEN-DATE            PIC 9(08) OCCURS 366 TIMES.
       01 WS-REGEN-SUB                 PIC 9(03).

       01 WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01 WS-HIST-STATUS               PIC X(02) VALUE SPACES.
       01 WS-CNVOUT-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EXT-STATUS                PIC X(02) VALUE SPACES.
       01 WS-REGEN-STATUS              PIC X(02) VALUE SPACES.
       01 WS-EXTREG-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EXTREG-OPEN-SW            PIC X(01) VALUE 'N'.
           88 WS-EXTREG-OPEN               VALUE 'Y'.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Comptes de l'extraction.
       01 WS-AUDIT-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-DAY-WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-ANOMALY-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-DAY-ANOMALY-START         PIC 9(07) VALUE ZERO.
       01 WS-DAY-ANOMALY-COUNT         PIC 9(07) VALUE ZERO.

      *    Date et heure de debut de l'execution, pour le registre
      *    des executions. ACCEPT FROM TIME renvoie HHMMSScc ; seuls
           ACCEPT WS-START-TIME-FULL FROM TIME
           MOVE WS-START-TIME-FULL(1:6) TO WS-START-TIME

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "DATEEXT-MODE"
           IF WS-RUN-MODE NOT = SPACES AND NOT WS-REGEN-MODE
               DISPLAY "Mode d'extraction inconnu [" WS-RUN-MODE
                   "], REGEN ou blanc attendu."
               MOVE 8 TO RETURN-CODE
               PERFORM 9000-WRITE-RUN-REGISTRY
               GOBACK
           END-IF

           ACCEPT WS-ASOF-DATE-TXT FROM ENVIRONMENT "DATEEXT-DATE"
           IF WS-REGEN-MODE
               PERFORM 1500-LOAD-REGEN-DAYS
               IF RETURN-CODE NOT = 0 OR WS-REGEN-COUNT = 0
                   PERFORM 9000-WRITE-RUN-REGISTRY
                   GOBACK
               END-IF
           ELSE
               IF WS-ASOF-DATE-TXT = SPACES
                   MOVE WS-START-DATE TO WS-ASOF-DATE
               ELSE
                   IF WS-ASOF-DATE-TXT IS NOT NUMERIC
                       DISPLAY "Date d'extraction invalide ["
                           WS-ASOF-DATE-TXT "], AAAAMMJJ attendu."
                       MOVE 8 TO RETURN-CODE
                       PERFORM 9000-WRITE-RUN-REGISTRY
                       GOBACK
                   END-IF
                   MOVE WS-ASOF-DATE-TXT TO WS-ASOF-DATE
               END-IF
           END-IF

           PERFORM 2000-LOAD-OUTPUT-DETAILS
           PERFORM 9000-WRITE-RUN-REGISTRY
           GOBACK.

      *    Releve au registre des extractions les journees a
      *    regenerer (statut SHORT ou MISSING), dans l'ordre des
      *    dates. Un registre absent ou une table saturee
      *    interrompent la regeneration.
       1500-LOAD-REGEN-DAYS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT EXTREG-FILE
           IF WS-EXTREG-STATUS NOT = '00'
               DISPLAY "Registre des extractions introuvable (statut "
                   WS-EXTREG-STATUS "), regeneration annulee."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ EXTREG-FILE NEXT
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF ER-STATUS-SHORT OR ER-STATUS-MISSING
                               PERFORM 1510-STORE-REGEN-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTREG-FILE
               IF RETURN-CODE = 0 AND WS-REGEN-COUNT = 0
                   DISPLAY "Aucune journee a regenerer au registre "
                       "des extractions."
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SW.

      *    Range une journee a regenerer.
       1510-STORE-REGEN-DAY.
           IF WS-REGEN-COUNT >= WS-REGEN-MAX
               DISPLAY "Table des journees a regenerer saturee ("
                   WS-REGEN-MAX " journees), regeneration annulee."
               MOVE 8 TO RETURN-CODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-REGEN-COUNT
               MOVE ER-RUN-DATE TO WS-REGEN-DATE(WS-REGEN-COUNT)
           END-IF.

      *    Charge en table les lignes de detail du fichier de
      *    sortie (les enregistrements de fin *TRAILER sont
      *    ignores). Une table saturee interrompt l'extraction.
               MOVE 'N' TO WS-DT-USED-SW(WS-DET-COUNT)
           END-IF.

      *    Ouvre les fichiers de la chaine et extrait la journee
      *    demandee dans EXTFILE - ou, en mode REGEN, chacune des
      *    journees a regenerer, a la suite dans le fichier de
      *    regeneration EXTREGN.
       3000-EXTRACT-AUDIT-LINES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "Journal d'audit introuvable (statut "
                   CLOSE AUDIT-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-REGEN-MODE
                       OPEN OUTPUT REGEN-FILE
                   ELSE
                       OPEN OUTPUT EXT-FILE
                   END-IF
                   PERFORM 3010-OPEN-EXTRACT-REGISTER
                   IF WS-REGEN-MODE
                       PERFORM VARYING WS-REGEN-SUB FROM 1 BY 1
                               UNTIL WS-REGEN-SUB > WS-REGEN-COUNT
                           MOVE WS-REGEN-DATE(WS-REGEN-SUB)
                               TO WS-ASOF-DATE
                           PERFORM 3050-EXTRACT-ONE-DAY
                       END-PERFORM
                   ELSE
                       PERFORM 3050-EXTRACT-ONE-DAY
                   END-IF
                   IF WS-EXTREG-OPEN
                       CLOSE EXTREG-FILE
                   END-IF
                   IF WS-REGEN-MODE
                       CLOSE REGEN-FILE
                   ELSE
                       CLOSE EXT-FILE
                   END-IF
                   CLOSE HIST-FILE
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

      *    Ouvre le registre des extractions en mise a jour ; s'il
      *    n'existe pas encore (statut 35), le cree. Un registre
      *    inutilisable n'empeche pas l'extraction, qui est
      *    ecrite quand meme : il est signale par le code retour 4.
       3010-OPEN-EXTRACT-REGISTER.
           OPEN I-O EXTREG-FILE
           IF WS-EXTREG-STATUS = '35'
               OPEN OUTPUT EXTREG-FILE
               IF WS-EXTREG-STATUS = '00'
                   CLOSE EXTREG-FILE
                   OPEN I-O EXTREG-FILE
               END-IF
           END-IF
           IF WS-EXTREG-STATUS = '00'
               SET WS-EXTREG-OPEN TO TRUE
           ELSE
               DISPLAY "Registre des extractions inutilisable (statut "
                   WS-EXTREG-STATUS "), extraction non inscrite."
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    Extrait chaque tentative du journal d'audit de la date
      *    WS-ASOF-DATE, enrichie de l'historique et du detail de
      *    sortie, ecrit l'enregistrement de controle de la journee
      *    et l'inscrit au registre des extractions.
       3050-EXTRACT-ONE-DAY.
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO WS-DAY-WRITTEN-COUNT
           MOVE WS-ANOMALY-COUNT TO WS-DAY-ANOMALY-START
           MOVE WS-ASOF-DATE TO AU-RUN-DATE
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
                       IF AU-RUN-DATE NOT = WS-ASOF-DATE
                           SET WS-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-AUDIT-COUNT
                           PERFORM 3100-EXTRACT-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 5000-WRITE-CONTROL-RECORD
           IF WS-EXTREG-OPEN
               PERFORM 5100-REGISTER-EXTRACT
           END-IF
           COMPUTE WS-DAY-ANOMALY-COUNT =
               WS-ANOMALY-COUNT - WS-DAY-ANOMALY-START
           DISPLAY "Extraction du " WS-ASOF-DATE ": "
               WS-DAY-WRITTEN-COUNT " enregistrement(s), "
               WS-DAY-ANOMALY-COUNT " anomalie(s) de "
               "rapprochement.".

      *    Construit et ecrit l'enregistrement d'extraction de la
      *    ligne d'audit en cours : verdict et dates de l'audit,
      *    date convertie de l'historique, mesures de la ligne de

           MOVE ';' TO EX-SEP1 EX-SEP2 EX-SEP3 EX-SEP4 EX-SEP5
               EX-SEP6 EX-SEP7 EX-SEP8
           IF WS-REGEN-MODE
               WRITE REGEN-DETAIL-LINE FROM EX-RECORD
           ELSE
               WRITE EXT-DETAIL-LINE FROM EX-RECORD
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           ADD 1 TO WS-DAY-WRITTEN-COUNT.

      *    Recherche l'enregistrement historique de la ligne
      *    d'audit en cours, par positionnement direct sur la cle
               END-IF
           END-PERFORM.

      *    Ecrit l'enregistrement de controle de fin de journee :
      *    version de layout, nombre de details ecrits pour la
      *    journee et date d'execution extraite.
       5000-WRITE-CONTROL-RECORD.
           MOVE SPACES TO EX-CONTROL
           MOVE '*CONTROL' TO EX-CTL-ID
           MOVE WS-LAYOUT-VERSION TO EX-CTL-VERSION
           MOVE WS-DAY-WRITTEN-COUNT TO EX-CTL-REC-COUNT
           MOVE WS-ASOF-DATE TO EX-CTL-RUN-DATE
           MOVE ';' TO EX-CTL-SEP1 EX-CTL-SEP2 EX-CTL-SEP3
           IF WS-REGEN-MODE
               WRITE REGEN-CONTROL-LINE FROM EX-CONTROL
           ELSE
               WRITE EXT-CONTROL-LINE FROM EX-CONTROL
           END-IF.

      *    Inscrit la journee extraite au registre des extractions
      *    au statut SENT, avec le nombre de details envoyes et la
      *    date d'envoi ; les comptes d'un accuse precedent sont
      *    effaces. Une journee deja inscrite (regeneration, ou
      *    reconstruction par DATEEXT-DATE) voit son compteur de
      *    regenerations augmenter.
       5100-REGISTER-EXTRACT.
           MOVE WS-ASOF-DATE TO ER-RUN-DATE
           READ EXTREG-FILE
               INVALID KEY
                   MOVE SPACES TO ER-RECORD
                   MOVE WS-ASOF-DATE TO ER-RUN-DATE
                   MOVE ZERO TO ER-REGEN-COUNT
                   PERFORM 5110-SET-SENT-FIELDS
                   WRITE ER-RECORD
               NOT INVALID KEY
                   IF ER-REGEN-COUNT < 999
                       ADD 1 TO ER-REGEN-COUNT
                   END-IF
                   PERFORM 5110-SET-SENT-FIELDS
                   REWRITE ER-RECORD
           END-READ.

      *    Zones d'envoi de l'enregistrement du registre.
       5110-SET-SENT-FIELDS.
           SET ER-STATUS-SENT TO TRUE
           MOVE WS-DAY-WRITTEN-COUNT TO ER-SENT-COUNT
           MOVE WS-START-DATE TO ER-SENT-DATE
           MOVE ZERO TO ER-ACK-DATE
           MOVE ZERO TO ER-RECEIVED-COUNT
           MOVE ZERO TO ER-LOADED-COUNT
           MOVE ZERO TO ER-REJECTED-COUNT.

      *    Enregistre l'execution qui s'acheve au registre des
      *    executions (RUNREG) : lignes d'audit retenues,
      *    code retour.
       9000-WRITE-RUN-REGISTRY.
           MOVE 'DateExt' TO RG-PROGRAM
           MOVE WS-RUN-MODE TO RG-RUN-MODE
           MOVE WS-START-DATE TO RG-START-DATE
           MOVE WS-START-TIME TO RG-START-TIME
           MOVE WS-AUDIT-COUNT TO RG-READ-COUNT
