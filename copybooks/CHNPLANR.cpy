      *    pour DateMng, dont les rejets ne doivent pas arreter la  *
      *    nuit, 00 pour DateBal). Une zone de code retour a blanc  *
      *    vaut 00.                                                 *
      *                                                             *
      *    La frequence d'execution de l'etape, en queue            *
      *    d'enregistrement, laisse DateChn decider chaque soir si  *
      *    l'etape tourne :                                         *
      *        D  (ou blanc) tous les soirs ;                       *
      *        B  jours ouvres seulement ;                          *
      *        M  dernier jour ouvre du mois ;                      *
      *        F  dernier jour ouvre de la periode fiscale (FisPer).*
      *    Les jours ouvres s'entendent au calendrier de jours      *
      *    feries CP-CAL-CODE (code HOLCAL, via BusDay ; blanc =    *
      *    calendrier historique). Les anciens plans, sans ces      *
      *    zones, restent acceptes : toutes leurs etapes tournent   *
      *    tous les soirs.                                          *
      *************************************************************
       01 CP-RECORD.
           05 CP-STEP-PROGRAM          PIC X(08).
           05 FILLER                   PIC X(01).
           05 CP-MAX-RC                PIC X(02).
           05 FILLER                   PIC X(01).
           05 CP-RUN-FREQ              PIC X(01).
               88 CP-FREQ-VALID            VALUE SPACE 'D' 'B' 'M'
                                                 'F'.
           05 FILLER                   PIC X(01).
           05 CP-CAL-CODE              PIC X(02).
