      *************************************************************
      *    COPYBOOK EXTREGR                                        *
      *    Un enregistrement du registre des extractions vers       *
      *    l'entrepot de donnees (EXTREG, indexe, cle date          *
      *    d'execution extraite) : ce qui a ete envoye pour une     *
      *    journee et ce que l'entrepot en a accuse.                *
      *                                                             *
      *    DateExt l'ecrit a chaque extraction (statut SENT, nombre *
      *    de details du *CONTROL, date d'envoi) ; ExtAck le met a  *
      *    jour a la reception des accuses de chargement :          *
      *        SENT     envoye, accuse pas encore recu ;            *
      *        ACK      accuse recu, comptes conformes au nombre    *
      *                 de details envoyes (EX-CTL-REC-COUNT) ;     *
      *        SHORT    accuse recu, comptes non conformes (recus   *
      *                 ou charges differents du nombre envoye) ;   *
      *        MISSING  aucun accuse recu dans le delai de grace.   *
      *    Une journee SHORT ou MISSING est regeneree par DateExt   *
      *    (mode REGEN) et repasse alors a SENT, son compteur de    *
      *    regenerations augmente d'une unite.                      *
      *************************************************************
       01 ER-RECORD.
           05 ER-RUN-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ER-STATUS                PIC X(07).
               88 ER-STATUS-SENT           VALUE 'SENT'.
               88 ER-STATUS-ACK            VALUE 'ACK'.
               88 ER-STATUS-SHORT          VALUE 'SHORT'.
               88 ER-STATUS-MISSING        VALUE 'MISSING'.
           05 FILLER                   PIC X(01).
           05 ER-SENT-COUNT            PIC 9(07).
           05 FILLER                   PIC X(01).
           05 ER-SENT-DATE             PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ER-REGEN-COUNT           PIC 9(03).
           05 FILLER                   PIC X(01).
           05 ER-ACK-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 ER-RECEIVED-COUNT        PIC 9(07).
           05 FILLER                   PIC X(01).
           05 ER-LOADED-COUNT          PIC 9(07).
           05 FILLER                   PIC X(01).
           05 ER-REJECTED-COUNT        PIC 9(07).
