      *************************************************************
      *    COPYBOOK PTPARM                                         *
      *    Zone d'echange du sous-programme PerTot, qui calcule les *
      *    totaux de controle d'une periode fiscale.                *
      *                                                             *
      *    Appel : CALL "PerTot" USING PT-PARM-AREA et un           *
      *    enregistrement au dessin PERCLOR dont l'appelant a       *
      *    renseigne les bornes (PC-START-DATE, PC-END-DATE) ; au   *
      *    retour, les totaux (PC-TOTALS) sont remplis et :         *
      *        PT-STATUS     Y totaux calcules, N journal d'audit   *
      *                      illisible (totaux a zero) ;            *
      *        PT-RUNREG-SW  Y rejets releves au registre des       *
      *                      executions, N registre absent (rejets  *
      *                      a zero).                               *
      *************************************************************
       01 PT-PARM-AREA.
           05 PT-STATUS                PIC X(01).
               88 PT-OK                    VALUE 'Y'.
               88 PT-AUDIT-ERROR           VALUE 'N'.
           05 PT-RUNREG-SW             PIC X(01).
               88 PT-RUNREG-FOUND          VALUE 'Y'.
               88 PT-RUNREG-MISSING        VALUE 'N'.
