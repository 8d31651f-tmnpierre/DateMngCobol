      *************************************************************
      *    COPYBOOK HOLCHGR                                        *
      *    Un enregistrement du fichier des changements de jours    *
      *    feries (HOLCHG) soumis a l'analyse d'impact HolImp : un  *
      *    jour ferie ajoute au calendrier HOLCAL (ajout tardif     *
      *    par HolMnt, regeneration par HolGen) ou retire, pour un  *
      *    code calendrier.                                         *
      *                                                             *
      *        HC-ACTION       A jour ferie ajoute, R jour ferie    *
      *                        retire ;                             *
      *        HC-CAL-CODE     code calendrier de HOLCAL (a blanc : *
      *                        calendrier par defaut historique) ;  *
      *        HC-DATE         date du jour ferie (AAAAMMJJ) ;      *
      *        HC-DESCRIPTION  libelle, repris au rapport.          *
      *                                                             *
      *    Les zones sont alphanumeriques pour pouvoir etre         *
      *    controlees avant usage.                                  *
      *************************************************************
       01 HC-RECORD.
           05 HC-ACTION                PIC X(01).
           05 FILLER                   PIC X(01).
           05 HC-CAL-CODE              PIC X(02).
           05 FILLER                   PIC X(01).
           05 HC-DATE                  PIC X(08).
           05 FILLER                   PIC X(01).
           05 HC-DESCRIPTION           PIC X(30).
