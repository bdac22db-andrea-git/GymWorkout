       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-wodmap         pic xx.
       77  status-macrogroups    pic xx.
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
           move "gwodmap"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move ef-durata-buf to wom-dur-code.
           move ef-effort-buf to wom-effort.

           move acc-operatore        to wom-utente-ultima-modifica.

           if modo-nuovo
              move spaces to wk-wom-prima
           perform ARCHIVIA-VERSIONE-CORRENTE.
           move wk-wom-ripristino to wom-rec.
           perform LEGGI-IMMAGINE-PRIMA.
           move acc-operatore        to wom-utente-ultima-modifica.
           accept wom-data-ultima-modifica from century-date.
      *    Anche il ripristino passa dal giornale modifiche: e' la
      *    scrittura piu' delicata che un modello possa subire.
