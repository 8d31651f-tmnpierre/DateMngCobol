      *        historique ; message (motif de rejet, ou anomalie    *
      *        de rapprochement constatee par l'extraction).        *
      *                                                             *
      *    Chaque journee extraite se termine par un                *
      *    enregistrement de controle (EX-CONTROL, identifiant      *
      *    *CONTROL en tete) portant la version de layout, le       *
      *    nombre d'enregistrements de detail ecrits pour cette     *
      *    journee et sa date d'execution : c'est la preuve de      *
      *    completude que le chargement de l'entrepot controle      *
      *    avant d'exploiter la journee, comme DateBal le fait pour *
      *    CNVOUT.                                                  *
      *                                                             *
      *    L'extraction quotidienne (EXTFILE) ne contient qu'une    *
      *    journee, donc un seul *CONTROL, en fin de fichier. Le    *
      *    fichier de regeneration (EXTREGN, mode REGEN de DateExt) *
      *    en contient plusieurs a la suite, dans l'ordre des       *
      *    dates : chaque bloc de details est clos par le *CONTROL  *
      *    de sa journee, dont EX-CTL-REC-COUNT ne compte que les   *
      *    details de ce bloc.                                      *
      *************************************************************
       01 EX-RECORD.
           05 EX-LAYOUT-VERSION        PIC X(03).
