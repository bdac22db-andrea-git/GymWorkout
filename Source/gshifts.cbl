      *    oraria di presenza in palestra. La copertura settimanale si
      *    stampa con st-turni; gclasses avvisa se il trainer di un
      *    corso non ha un turno che lo copre.
      *    Un trainer senza le qualifiche generali valide (REQUISITI
      *    G, per esempio BLS) va a calendario lo stesso, ma con
      *    l'avviso: il turno si pianifica anche prima del rinnovo.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".
       copy "qualifica.lks".

       77  status-shifts        pic xx.
       77  status-trainers      pic xx.
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
           move "gshifts"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           set qlk-turno to true.
           move spaces to qlk-oggetto.
           accept qlk-data from century-date.
           perform CONTROLLA-QUALIFICHE.
           if qlk-non-qualificato
              display message qlk-messaggio icon mb-warning-icon
           end-if.
           if ef-giorno-buf = 0 or ef-giorno-buf > 7
              display message "Giorno della settimana fra 1 e 7"
                         icon mb-warning-icon
                             icon mb-warning-icon
           end-delete.

      ***---
       CONTROLLA-QUALIFICHE.
      *    Qualifiche del trainer richieste da REQUISITI per il lavoro
      *    (vedi subprogramma qualifica).
           move ef-trainer-buf to qlk-trn-code.
           call   "qualifica" using qualifica-linkage.
           cancel "qualifica".

      ***---
       CHIUDI-FILES.
           close shifts trainers.
