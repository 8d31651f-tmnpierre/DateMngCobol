      *    trace les executions elles-memes, pour reconstituer la   *
      *    chaine d'une nuit sans fouiller les journaux de          *
      *    travaux.                                                 *
      *                                                             *
      *    Une etape du plan que le pilote DateChn saute ce soir    *
      *    (frequence d'execution) y figure aussi, sous son propre  *
      *    nom de programme, en mode SKIP, sans compte ni code      *
      *    retour : elle n'a pas ete executee.                      *
      *************************************************************
       01 RR-RECORD.
           05 RR-PROGRAM               PIC X(08).
