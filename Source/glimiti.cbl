
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-medlimits     pic xx.
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
           move "glimiti"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                        display message "Esercizio "
                                   ef-riferimento-buf " inesistente"
                                   icon mb-warning-icon
                    not invalid
                        if exe-codice-ritirato
                           display message "Esercizio "
                                      ef-riferimento-buf
                                      " ritirato: usare "
                                      exe-sostituito-da
                                      icon mb-warning-icon
                        else
                           set riferimento-valido to true
                        end-if
                end-read
           when "G"
                move ef-riferimento-buf to grp-code
