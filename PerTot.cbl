      **************************************************************
      *    PROGRAMME PerTot                                        *
      *    Sous-programme de calcul des totaux de controle d'une    *
      *    periode fiscale : lignes PASS et FAIL du journal         *
      *    d'audit (AUDITLOG) par type de transaction, rejets       *
      *    prononces par DateMng (registre des executions RUNREG)   *
      *    et lignes de sortie par code calendrier, pour les        *
      *    executions dont la date tombe dans les bornes de la      *
      *    periode. Le meme calcul sert a figer les chiffres d'une  *
      *    periode a sa cloture (PerCls) et a les recalculer pour   *
      *    detecter un retraitement (DateStat).                     *
      *                                                              *
      *    Appel : CALL "PerTot" USING PT-PARM-AREA (copybook        *
      *    PTPARM) et un enregistrement au dessin PERCLOR dont       *
      *    l'appelant a renseigne PC-START-DATE et PC-END-DATE ; au  *
      *    retour, PC-TOTALS est rempli et PT-STATUS,                *
      *    PT-RUNREG-SW indiquent si le journal d'audit et le        *
      *    registre des executions ont pu etre lus.                  *
      *                                                              *
      *    Une ligne d'audit sans type de transaction (anterieure    *
      *    aux types) est comptee en CV, le seul type d'alors. Les   *
      *    lignes de sortie se deduisent des lignes PASS : une       *
      *    transaction SG en produit autant que d'echeances          *
      *    (AU-SCHED-COUNT), toute autre une seule.                  *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du sous-programme.                   *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PerTot.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY AU-AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUNREG-FILE ASSIGN TO "RUNREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNREG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  RUNREG-FILE.
       COPY RUNREGR.

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-STATUS              PIC X(02) VALUE SPACES.
       01 WS-RUNREG-STATUS             PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Types de transaction totalises, dans l'ordre des entrees
      *    de PC-TYPE-ENTRY ; la derniere (**) recoit tout type
      *    inconnu.
       01 WS-TYPE-CODES                PIC X(10) VALUE 'CVBDSGIV**'.
       01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
           05 WS-TYPE-CODE OCCURS 5 TIMES PIC X(02).
       01 WS-TYPE-MAX                  PIC 9(02) VALUE 5.
       01 WS-CAL-MAX                   PIC 9(02) VALUE 20.

       01 WS-TYPE-SUB                  PIC 9(02).
       01 WS-SUB                       PIC 9(02).
       01 WS-FOUND-SUB                 PIC 9(02).
       01 WS-OUTPUT-WEIGHT             PIC 9(03).

       LINKAGE SECTION.
       COPY PTPARM.
       COPY PERCLOR.

       PROCEDURE DIVISION USING PT-PARM-AREA PC-RECORD.

      *    Point d'entree du sous-programme : remise a zero des
      *    totaux, puis cumul du journal d'audit et des rejets du
      *    registre des executions.
       0100-PERTOT-MAIN.
           INITIALIZE PC-TOTALS
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYPE-MAX
               MOVE WS-TYPE-CODE(WS-SUB) TO PC-TY-CODE(WS-SUB)
           END-PERFORM
           SET PT-OK TO TRUE
           SET PT-RUNREG-FOUND TO TRUE
           PERFORM 0200-TALLY-AUDIT
           PERFORM 0400-TALLY-REJECTS
           GOBACK.

      *    Lit le journal d'audit (indexe) de la borne de debut a la
      *    borne de fin de la periode - positionnement direct sur
      *    la cle, lecture arretee des que la borne de fin est
      *    depassee - et cumule chaque ligne. Un journal illisible
      *    laisse les totaux a zero et est signale a l'appelant.
       0200-TALLY-AUDIT.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "PerTot: journal d'audit illisible (statut "
                   WS-AUDIT-STATUS "), totaux non calcules."
               SET PT-AUDIT-ERROR TO TRUE
           ELSE
               MOVE PC-START-DATE TO AU-RUN-DATE
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
                           IF AU-RUN-DATE > PC-END-DATE
                               SET WS-EOF TO TRUE
                           ELSE
                               PERFORM 0250-TALLY-AUDIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *    Cumule la ligne d'audit en cours sous son type de
      *    transaction ; une ligne PASS compte aussi ses lignes de
      *    sortie sous son code calendrier.
       0250-TALLY-AUDIT-LINE.
           IF AU-TRANS-TYPE = SPACES
               MOVE 1 TO WS-TYPE-SUB
           ELSE
               MOVE WS-TYPE-MAX TO WS-TYPE-SUB
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB >= WS-TYPE-MAX
                   IF AU-TRANS-TYPE = WS-TYPE-CODE(WS-SUB)
                       MOVE WS-SUB TO WS-TYPE-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF AU-STATUS = 'PASS'
               ADD 1 TO PC-TY-PASS(WS-TYPE-SUB)
               PERFORM 0300-TALLY-OUTPUT
           ELSE
               ADD 1 TO PC-TY-FAIL(WS-TYPE-SUB)
           END-IF.

      *    Cumule les lignes de sortie de la ligne PASS en cours sous
      *    son code calendrier ; les codes au-dela de la capacite de
      *    la table sont cumules a part.
       0300-TALLY-OUTPUT.
           MOVE 1 TO WS-OUTPUT-WEIGHT
           IF AU-TRANS-TYPE = 'SG'
              AND AU-SCHED-COUNT IS NUMERIC
              AND AU-SCHED-COUNT NOT = '000'
               MOVE AU-SCHED-COUNT TO WS-OUTPUT-WEIGHT
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > PC-CAL-COUNT
                      OR WS-FOUND-SUB > 0
               IF PC-CA-CODE(WS-SUB) = AU-CAL-CODE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF PC-CAL-COUNT >= WS-CAL-MAX
                   ADD WS-OUTPUT-WEIGHT TO PC-CAL-OTHER
               ELSE
                   ADD 1 TO PC-CAL-COUNT
                   MOVE AU-CAL-CODE TO PC-CA-CODE(PC-CAL-COUNT)
                   MOVE PC-CAL-COUNT TO WS-FOUND-SUB
               END-IF
           END-IF
           IF WS-FOUND-SUB > 0
               ADD WS-OUTPUT-WEIGHT TO PC-CA-OUTPUT(WS-FOUND-SUB)
           END-IF.

      *    Cumule les rejets des executions de DateMng commencees
      *    dans les bornes de la periode, releves au registre des
      *    executions. Un registre absent laisse les rejets a zero
      *    et est signale a l'appelant.
       0400-TALLY-REJECTS.
           OPEN INPUT RUNREG-FILE
           IF WS-RUNREG-STATUS NOT = '00'
               DISPLAY "PerTot: registre des executions absent "
                   "(statut " WS-RUNREG-STATUS "), rejets non "
                   "releves."
               SET PT-RUNREG-MISSING TO TRUE
           ELSE
               PERFORM UNTIL WS-RUNREG-STATUS NOT = '00'
                   READ RUNREG-FILE
                       AT END
                           MOVE '10' TO WS-RUNREG-STATUS
                       NOT AT END
                           IF RR-PROGRAM = 'DateMng'
                              AND RR-RUN-MODE NOT = 'SKIP'
                              AND RR-START-DATE IS NUMERIC
                              AND RR-START-DATE >= PC-START-DATE
                              AND RR-START-DATE <= PC-END-DATE
                              AND RR-REJECTED-COUNT IS NUMERIC
                               ADD RR-REJECTED-COUNT
                                   TO PC-REJECT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNREG-FILE
           END-IF.
