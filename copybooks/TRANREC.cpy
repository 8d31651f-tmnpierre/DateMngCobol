      *                     echeance ramenee au jour ouvre suivant  *
      *                     quand elle tombe un week-end ou un      *
      *                     jour ferie du calendrier HOLCAL.        *
      *        IV           intervalle entre deux dates - de la     *
      *                     date d'entree a la seconde date         *
      *                     TR-DATE2-INPUT, lue dans son propre     *
      *                     format TR-FORMAT2-IN (a blanc : le      *
      *                     format d'entree de la transaction) ;    *
      *                     sont ecrits en sortie les jours         *
      *                     calendaires, les jours ouvres du        *
      *                     calendrier de la transaction, les mois  *
      *                     et annees entiers revolus et le nombre  *
      *                     de periodes fiscales franchies.         *
      *    La recurrence d'une transaction SG se decrit par :       *
      *        TR-SCHED-FREQ      C tous les TR-SCHED-INTERVAL      *
      *                             jours calendaires ;             *
           05 TR-SCHED-INTERVAL         PIC X(03).
           05 TR-SCHED-COUNT            PIC X(03).
           05 TR-CAL-CODE               PIC X(02).
           05 TR-DATE2-INPUT            PIC X(10).
           05 TR-FORMAT2-IN             PIC X(02).
       01 TR-HEADER.
           05 TR-HDR-ID                 PIC X(08).
           05 FILLER                    PIC X(01).
