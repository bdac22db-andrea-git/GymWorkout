       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-freezes       pic xx.
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
           move "gfreeze"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move ef-datada-buf to frz-data-da.
           move ef-dataa-buf  to frz-data-a.
           move ef-motivo-buf to frz-motivo.
           move acc-operatore       to frz-utente.

           if record-esistente
              rewrite frz-rec
           move frz-key      to aud-chiave.
           accept aud-data   from century-date.
           accept aud-ora    from time.
           move acc-operatore       to aud-utente.
           move spaces       to aud-motivo.
           if wk-frz-prima = spaces
              set aud-op-creazione to true
           move frz-key      to aud-chiave.
           accept aud-data   from century-date.
           accept aud-ora    from time.
           move acc-operatore       to aud-utente.
           move spaces       to aud-motivo.
           set aud-op-cancellazione to true.
           set aud-immagine-prima   to true.
