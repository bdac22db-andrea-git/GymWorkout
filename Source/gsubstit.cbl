
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-substitutions pic xx.
       77  status-exercises     pic xx.
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
           move "gsubstit"    to acc-programma.
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
           move exe-grp-code to grp-code.
           read groups
                invalid
                   set alternativa-valida to false
                   exit paragraph
           end-read.
           if exe-codice-ritirato
              display message "Alternativa " alt-in-controllo
                              " ritirata: usare " exe-sostituito-da
                         icon mb-warning-icon
              set alternativa-valida to false
              exit paragraph
           end-if.
           move exe-grp-code to grp-code.
           read groups
                invalid
