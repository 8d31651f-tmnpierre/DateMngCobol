      *    ancien journal sequentiel se convertit une fois pour    *
      *    toutes par le programme AudCnv, comme HistCnv l'a fait  *
      *    pour le fichier historique.                              *
      *                                                             *
      *    L'image de la transaction (formats, type, jours ouvres,  *
      *    recurrence et code calendrier tels qu'appliques) suit    *
      *    le message, avec la fin de la periode calculee au format *
      *    AAAAMMJJ : date resultat d'une transaction BD, derniere  *
      *    echeance d'une transaction SG, seconde date d'une        *
      *    transaction IV, a blanc pour les autres types. C'est     *
      *    sur ces zones que l'analyse d'impact d'un changement de  *
      *    jours feries (HolImp) retrouve les resultats deja        *
      *    produits. Un journal indexe ecrit avant l'ajout de ces   *
      *    zones se recharge une fois pour toutes au nouveau dessin *
      *    par le programme AudRch, qui les laisse a blanc ; les    *
      *    lignes d'archive (AUDARCH, sequentiel) ecrites avant     *
      *    leur ajout les lisent a blanc.                           *
      *************************************************************
       01 AU-RECORD.
           05 AU-AUDIT-KEY.
           05 AU-STATUS                PIC X(04).
           05 FILLER                   PIC X(01).
           05 AU-MESSAGE               PIC X(40).
           05 FILLER                   PIC X(01).
           05 AU-FORMAT-IN             PIC X(02).
           05 AU-FORMAT-OUT            PIC X(02).
           05 AU-TRANS-TYPE            PIC X(02).
           05 AU-BD-DAYS               PIC X(03).
           05 AU-SCHED-FREQ            PIC X(01).
           05 AU-SCHED-INTERVAL        PIC X(03).
           05 AU-SCHED-COUNT           PIC X(03).
           05 AU-CAL-CODE              PIC X(02).
           05 AU-SPAN-END-DATE         PIC X(08).
