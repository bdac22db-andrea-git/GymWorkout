       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-classatt      pic xx.
       77  status-enrolments    pic xx.
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
           move "gappello"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move ef-data-buf       to att-data.
           move atleta-in-appello to att-ath-code.
           accept att-ora-appello from time.
           move acc-operatore       to att-utente.
           write att-rec
                 invalid rewrite att-rec
                         invalid continue
