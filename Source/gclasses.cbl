      *    TRAINERS e sul calendario turni SHIFTS: un corso il cui
      *    trainer non ha un turno che copre giorno e orario non si
      *    salva, cosi' il buco si scopre qui e non al riscaldamento).
      *    Non si salva nemmeno un corso il cui trainer non ha in corso
      *    di validita' le qualifiche richieste (REQUISITI generali e
      *    del corso, registro QUALIFICHE).
      *    La griglia di carta appesa in sala smette di essere
      *    l'unico posto dove i corsi esistono.
      ******************************************************************

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".
       copy "qualifica.lks".

       77  status-classes       pic xx.
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
           move "gclasses"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
      *       Il corso si ripete ogni settimana: la qualifica deve
      *       essere valida oggi.
              set qlk-corso to true
              move ef-codice-buf to qlk-oggetto
              accept qlk-data from century-date
              perform CONTROLLA-QUALIFICHE
              if qlk-non-qualificato
                 display message qlk-messaggio icon mb-stop-icon
                 exit paragraph
              end-if
              perform CONTROLLA-TURNO-TRAINER
              if trainer-con-turni and not turno-copre-corso
                 display message "Nessun turno di " ef-trainer-buf
              end-write
           end-if.

      ***---
       CONTROLLA-QUALIFICHE.
      *    Qualifiche del trainer richieste da REQUISITI per il lavoro
      *    (vedi subprogramma qualifica).
           move ef-trainer-buf to qlk-trn-code.
           call   "qualifica" using qualifica-linkage.
           cancel "qualifica".

      ***---
       CONTROLLA-TURNO-TRAINER.
      *    Copertura del corso: un turno dello stesso giorno della
