       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-medcerts      pic xx.
       77  status-athletes      pic xx.
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
           move "gmedcert"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move ef-tipo-buf     to cer-tipo.
           move ef-scadenza-buf to cer-data-scadenza.
           move ef-medico-buf   to cer-medico.
           move acc-operatore       to cer-utente.

           if record-esistente
              rewrite cer-rec
