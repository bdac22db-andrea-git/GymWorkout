
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-goals         pic xx.
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
           move "ggoals"      to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           if exe-codice-ritirato
              display message "Esercizio " ef-esercizio-buf
                              " ritirato: usare " exe-sostituito-da
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-trainer-buf not = spaces
              move ef-trainer-buf to trn-code
              read trainers
