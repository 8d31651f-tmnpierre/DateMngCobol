      *************************************************************
      *    COPYBOOK TRANCTLR                                       *
      *    Une ligne du fichier de controle des soumissions         *
      *    (TRANCTL), par identifiant de flux : la derniere         *
      *    soumission entierement traitee de ce flux - identifiant  *
      *    de flux, numero de sequence et date de creation de son   *
      *    en-tete. Chaque flux (flux principal, HOLIMP...) a sa    *
      *    propre numerotation ; un ancien fichier a ligne unique   *
      *    reste lisible, c'est la ligne de son flux.               *
      *                                                             *
      *    DateMng relit la ligne du flux de l'en-tete (*HEADER)    *
      *    avant d'accepter un fichier de transactions : un numero  *
      *    deja traite est refuse (fichier transmis deux fois), un  *
      *    saut de numerotation est signale (fichier manquant en    *
      *    amont), un flux sans ligne est a sa premiere soumission. *
      *    Seule la ligne de ce flux est remplacee, une fois le     *
      *    fichier traite jusqu'au bout, pour que la reprise sur    *
      *    incident d'un fichier accepte reste possible ; TrnEdt et *
      *    HolImp ne font que relire la ligne de leur flux.         *
      *************************************************************
       01 TC-RECORD.
           05 TC-FILE-ID               PIC X(08).
