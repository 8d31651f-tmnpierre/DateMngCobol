      *************************************************************
      *    COPYBOOK EXPRUNR                                        *
      *    Un enregistrement du fichier des executions attendues    *
      *    (EXPRUNS), lu par le moniteur du registre des            *
      *    executions RunMon : un programme qui doit tourner        *
      *    chaque jour par ligne, dans l'ordre ou la chaine doit    *
      *    les executer.                                            *
      *                                                             *
      *    Engagements de service du programme :                    *
      *        XR-DEADLINE-TIME  heure limite de fin (HHMMSS ; a    *
      *                          blanc : pas d'heure limite) ;      *
      *        XR-DEADLINE-DAY   jour de l'heure limite par rapport *
      *                          au jour de debut de l'execution :  *
      *                          0 (ou blanc) le jour meme, 1 le    *
      *                          lendemain - pour une chaine qui    *
      *                          passe minuit ;                     *
      *        XR-MAX-MINUTES    duree maximale en minutes (a       *
      *                          blanc : pas de limite) ;           *
      *        XR-MAX-RC         code retour maximal admis (a blanc *
      *                          : 00), comme CP-MAX-RC du plan de  *
      *                          la chaine.                         *
      *************************************************************
       01 XR-RECORD.
           05 XR-PROGRAM               PIC X(08).
           05 FILLER                   PIC X(01).
           05 XR-DEADLINE-TIME         PIC X(06).
           05 FILLER                   PIC X(01).
           05 XR-DEADLINE-DAY          PIC X(01).
           05 FILLER                   PIC X(01).
           05 XR-MAX-MINUTES           PIC X(04).
           05 FILLER                   PIC X(01).
           05 XR-MAX-RC                PIC X(02).
