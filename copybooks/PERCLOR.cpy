      *************************************************************
      *    COPYBOOK PERCLOR                                        *
      *    Un enregistrement du fichier des clotures de periodes    *
      *    fiscales (PERCLOSE, indexe, cle exercice + numero de     *
      *    periode du calendrier 4-4-5) : les totaux de controle    *
      *    de la periode, figes a sa cloture par le programme       *
      *    PerCls. Une periode presente dans le fichier est close ; *
      *    ses chiffres ne changent plus.                           *
      *                                                             *
      *    Les totaux (calcules par le sous-programme PerTot, qui   *
      *    sert aussi a leur recalcul par DateStat) portent sur les *
      *    executions dont la date tombe dans les bornes de la      *
      *    periode :                                                *
      *        - lignes PASS et FAIL du journal d'audit par type    *
      *          de transaction, dans l'ordre CV (ou blanc), BD,    *
      *          SG, IV, puis ** pour tout autre type ;             *
      *        - rejets prononces par DateMng, releves au registre  *
      *          des executions (RUNREG) ;                          *
      *        - lignes de sortie par code calendrier applique,     *
      *          deduites des lignes PASS (une transaction SG vaut  *
      *          son nombre d'echeances, comme au fichier de        *
      *          sortie) ; les codes au-dela de la capacite de la   *
      *          table sont cumules dans PC-CAL-OTHER.              *
      *************************************************************
       01 PC-RECORD.
           05 PC-PERIOD-KEY.
               10 PC-FISC-YEAR         PIC 9(04).
               10 PC-FISC-PERIOD       PIC 9(02).
           05 FILLER                   PIC X(01).
           05 PC-START-DATE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PC-END-DATE              PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PC-CLOSE-DATE            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 PC-CLOSE-TIME            PIC 9(06).
           05 FILLER                   PIC X(01).
           05 PC-TOTALS.
               10 PC-TYPE-ENTRY OCCURS 5 TIMES.
                   15 PC-TY-CODE       PIC X(02).
                   15 PC-TY-PASS       PIC 9(07).
                   15 PC-TY-FAIL       PIC 9(07).
               10 PC-REJECT-COUNT      PIC 9(07).
               10 PC-CAL-COUNT         PIC 9(02).
               10 PC-CAL-ENTRY OCCURS 20 TIMES.
                   15 PC-CA-CODE       PIC X(02).
                   15 PC-CA-OUTPUT     PIC 9(07).
               10 PC-CAL-OTHER         PIC 9(07).
