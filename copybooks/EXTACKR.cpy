      *************************************************************
      *    COPYBOOK EXTACKR                                        *
      *    Un enregistrement du fichier des accuses de chargement   *
      *    renvoye par l'entrepot de donnees (ACKFILE) : pour une   *
      *    date d'execution extraite, le nombre d'enregistrements   *
      *    de detail recus, charges et rejetes par le chargement.   *
      *    Zones separees par des points-virgules, comme le         *
      *    fichier d'extraction (EXTREC) ; elles sont               *
      *    alphanumeriques pour pouvoir etre controlees avant       *
      *    usage.                                                   *
      *************************************************************
       01 AK-RECORD.
           05 AK-RUN-DATE              PIC X(08).
           05 AK-SEP1                  PIC X(01).
           05 AK-RECEIVED-COUNT        PIC X(07).
           05 AK-SEP2                  PIC X(01).
           05 AK-LOADED-COUNT          PIC X(07).
           05 AK-SEP3                  PIC X(01).
           05 AK-REJECTED-COUNT        PIC X(07).
