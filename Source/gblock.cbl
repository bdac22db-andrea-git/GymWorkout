      *    permette di rilasciare quelli rimasti "orfani" dopo la
      *    chiusura anomala del programma che li aveva presi, senza
      *    dover ricorrere a genfiles (che li azzera tutti insieme).
      *    Il rilascio e' una funzione a parte (RILASCIO) nei permessi
      *    di accesso: di default solo manager e admin.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-fblock         pic xx.

      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gblock"      to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.

      ***---
       RILASCIA-LOCK.
           move "RILASCIO" to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              exit paragraph
           end-if.
           delete fblock
                  invalid
                     display message "Impossibile rilasciare il lock"
