      *    rejets d'avant ces zones se represente tel quel en       *
      *    resoumission, les zones absentes lues a blanc, sans      *
      *    decaler le message.                                      *
      *    La seconde date d'une transaction d'intervalle (type     *
      *    IV) et son format suivent, sur le meme principe.         *
      *************************************************************
       01 RJ-RECORD.
           05 RJ-DATE-INPUT             PIC X(10).
           05 RJ-SCHED-INTERVAL         PIC X(03).
           05 RJ-SCHED-COUNT            PIC X(03).
           05 RJ-CAL-CODE               PIC X(02).
           05 RJ-DATE2-INPUT            PIC X(10).
           05 RJ-FORMAT2-IN             PIC X(02).
