      *    aperto piu' vecchio dell'atleta con quel trainer (PTPACKS),
      *    con l'avviso all'ultima residua; "No-show" marca l'assenza.
      *    Il foglio di giornata del trainer si stampa con st-agenda.
      *    Si rifiuta anche lo slot di un trainer che alla data della
      *    seduta non ha le qualifiche valide richieste (REQUISITI
      *    generali e di personal training, registro QUALIFICHE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "qualifica.lks".

       77  status-ptdiary       pic xx.
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
           move "gptbook"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                   exit paragraph
           end-read.

           set qlk-personal to true.
           move spaces      to qlk-oggetto.
           move ef-data-buf to qlk-data.
           perform CONTROLLA-QUALIFICHE.
           if qlk-non-qualificato
              display message qlk-messaggio icon mb-stop-icon
              exit paragraph
           end-if.

      *    L'appuntamento deve cadere in un turno del trainer: il
      *    buco di copertura si scopre qui, non a seduta mancata.
           perform CONTROLLA-TURNO-SLOT.
           move ef-ora-buf     to apt-ora.
           move ef-codice-buf  to apt-ath-code.
           set apt-prenotato   to true.
           move acc-operatore       to apt-utente.
           write apt-rec
                 invalid
                    display message "Trainer gia' impegnato a "
              exit paragraph
           end-if.
           set apt-erogato to true.
           move acc-operatore       to apt-utente.
           rewrite apt-rec
                   invalid
                      display message "Impossibile salvare"
           end-if.

           add 1 to ptk-sessioni-consumate.
           move acc-operatore       to ptk-utente.
           rewrite ptk-rec
                   invalid
                      display message "Impossibile scalare il "
              exit paragraph
           end-if.
           set apt-noshow to true.
           move acc-operatore       to apt-utente.
           rewrite apt-rec
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
              end-if
           end-if.

      ***---
       CONTROLLA-QUALIFICHE.
      *    Qualifiche del trainer richieste da REQUISITI per il lavoro
      *    (vedi subprogramma qualifica).
           move ef-trainer-buf to qlk-trn-code.
           call   "qualifica" using qualifica-linkage.
           cancel "qualifica".

      ***---
       CHIUDI-FILES.
           close ptdiary ptpacks athletes trainers shifts.
