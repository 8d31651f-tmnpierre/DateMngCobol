      *    porte la valeur HORSCAL - jamais un blanc silencieux,    *
      *    c'est ainsi que l'on decouvre un calendrier non etendu.  *
      *                                                             *
      *    Une transaction d'intervalle (type IV) mesure l'ecart    *
      *    entre ses deux dates au lieu de l'ecart a aujourd'hui :  *
      *    la date restituee est la seconde date, les jours         *
      *    calendaires et ouvres sont comptes de la date d'entree   *
      *    a la seconde date, et les zones d'intervalle portent en  *
      *    plus les mois et annees entiers revolus et le nombre de  *
      *    periodes fiscales franchies (a blanc quand l'une des     *
      *    deux dates est hors calendrier fiscal). Toutes les       *
      *    mesures sont negatives quand la seconde date precede la  *
      *    date d'entree. Les zones d'intervalle sont a blanc pour  *
      *    les autres types.                                        *
      *                                                             *
      *    Le fichier se termine par un enregistrement de fin       *
      *    (CO-TRAILER, identifiant *TRAILER en tete) portant le    *
      *    nombre d'enregistrements de detail ecrits par            *
           05 CO-BUS-DAYS               PIC -(6)9.
           05 FILLER                    PIC X(01).
           05 CO-FISC-PERIOD            PIC X(07).
           05 FILLER                    PIC X(01).
           05 CO-INT-MONTHS             PIC -(6)9.
           05 FILLER                    PIC X(01).
           05 CO-INT-YEARS              PIC -(4)9.
           05 FILLER                    PIC X(01).
           05 CO-INT-PERIODS            PIC -(6)9.
       01 CO-TRAILER.
           05 CO-TRL-ID                 PIC X(08).
           05 FILLER                    PIC X(01).
