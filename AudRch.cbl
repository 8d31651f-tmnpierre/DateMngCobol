      **************************************************************
      *    PROGRAMME AudRch                                        *
      *    Rechargement une fois pour toutes du journal d'audit     *
      *    indexe au dessin etendu du copybook AUDITREC : l'image   *
      *    de la transaction (formats, type, jours ouvres,          *
      *    recurrence, code calendrier) et la fin de periode        *
      *    calculee ont allonge l'enregistrement, et un journal     *
      *    indexe a l'ancienne longueur ne s'ouvre plus - ou se     *
      *    lit de travers - sous le nouveau dessin.                 *
      *                                                              *
      *    Le journal a l'ancienne longueur, renomme par le JCL     *
      *    appelant, est lu sous le nom AUDITOLD dans l'ordre de    *
      *    sa cle ; chaque ligne est reecrite dans le journal       *
      *    indexe AUDITLOG au nouveau dessin, sous la meme cle      *
      *    (date d'execution + numero d'ordre), les zones ajoutees  *
      *    a blanc - comme toute ligne ecrite avant leur ajout. Le  *
      *    journal indexe est cree s'il n'existe pas ; une reprise  *
      *    de chargement sur un journal deja peuple ignore les      *
      *    lignes deja rechargees (cle deja presente).              *
      *                                                              *
      *    Les comptes lus/ecrits/deja presents sont restitues au   *
      *    journal de travaux en fin de rechargement, comme par     *
      *    AudCnv et HistCnv.                                       *
      *                                                              *
      *    Code retour : 0 rechargement mene a bien, 8 ancien       *
      *    journal ou nouveau journal inaccessible, ou ecriture en  *
      *    echec.                                                   *
      *                                                              *
      *    Historique des modifications :                            *
      *    2026-10-15  Creation du programme.                        *
      **************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AudRch.
       AUTHOR. Pierre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AUD-FILE ASSIGN TO "AUDITOLD"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY OA-AUDIT-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY AU-AUDIT-KEY
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Dessin du journal d'audit indexe avant l'ajout de
      *    l'image de la transaction : les memes zones que le
      *    dessin etendu, arretees au message.
       FD  OLD-AUD-FILE.
       01 OA-RECORD.
           05 OA-AUDIT-KEY.
               10 OA-RUN-DATE          PIC 9(08).
               10 OA-RUN-SEQ           PIC 9(07).
           05 FILLER                   PIC X(01).
           05 OA-RUN-TIME              PIC 9(06).
           05 FILLER                   PIC X(01).
           05 OA-INPUT-DATE            PIC X(10).
           05 FILLER                   PIC X(01).
           05 OA-OUTPUT-DATE           PIC X(10).
           05 FILLER                   PIC X(01).
           05 OA-STATUS                PIC X(04).
           05 FILLER                   PIC X(01).
           05 OA-MESSAGE               PIC X(40).

       FD  AUD-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01 WS-OLD-STATUS                PIC X(02) VALUE SPACES.
       01 WS-AUD-STATUS                PIC X(02) VALUE SPACES.
       01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
           88 WS-EOF                       VALUE 'Y'.

      *    Comptes du rechargement : lignes lues de l'ancien
      *    journal, ecrites dans le nouveau, deja presentes (reprise
      *    de chargement) et en echec d'ecriture.
       01 WS-READ-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-PRESENT-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-FAILED-COUNT              PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

      *    Point d'entree principal du programme.
       1000-MAIN.
           OPEN INPUT OLD-AUD-FILE
           IF WS-OLD-STATUS NOT = '00'
               DISPLAY "Ancien journal d'audit introuvable (statut "
                   WS-OLD-STATUS "), rechargement annule."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O AUD-FILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT AUD-FILE
           END-IF
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY "Journal d'audit indexe inaccessible (statut "
                   WS-AUD-STATUS "), rechargement annule."
               CLOSE OLD-AUD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ OLD-AUD-FILE NEXT
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2000-RELOAD-ONE-LINE
               END-READ
           END-PERFORM

           CLOSE OLD-AUD-FILE
           CLOSE AUD-FILE
           DISPLAY "Rechargement du journal d'audit termine: "
               WS-READ-COUNT " lue(s), " WS-WRITTEN-COUNT
               " ecrite(s), " WS-PRESENT-COUNT " deja presente(s), "
               WS-FAILED-COUNT " en echec."
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    Reecrit la ligne lue au nouveau dessin, sous la meme cle,
      *    les zones ajoutees a blanc. Une cle deja presente est une
      *    ligne deja rechargee par une execution precedente : elle
      *    est comptee et laissee telle quelle.
       2000-RELOAD-ONE-LINE.
           MOVE SPACES TO AU-RECORD
           MOVE OA-RUN-DATE TO AU-RUN-DATE
           MOVE OA-RUN-SEQ TO AU-RUN-SEQ
           MOVE OA-RUN-TIME TO AU-RUN-TIME
           MOVE OA-INPUT-DATE TO AU-INPUT-DATE
           MOVE OA-OUTPUT-DATE TO AU-OUTPUT-DATE
           MOVE OA-STATUS TO AU-STATUS
           MOVE OA-MESSAGE TO AU-MESSAGE
           WRITE AU-RECORD
           EVALUATE WS-AUD-STATUS
               WHEN '00'
                   ADD 1 TO WS-WRITTEN-COUNT
               WHEN '22'
                   ADD 1 TO WS-PRESENT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "Ecriture en echec (statut " WS-AUD-STATUS
                       ") pour la ligne " OA-RUN-DATE " "
                       OA-RUN-SEQ "."
           END-EVALUATE.
