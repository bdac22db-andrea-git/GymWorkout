      *    data, ora, atleta, stazione ed esercizio coinvolti dove
      *    noti, gravita' e descrizione dell'accaduto. Il quadro per
      *    stazione ed esercizio si stampa con st-incidenti.
      *    Un incidente nuovo su una stazione puo' aprire subito
      *    l'ordine di intervento di manutenzione (INTERVENTI, vedi
      *    ginterv), a scelta con la stazione fuori servizio.
      *    Un infortunio nuovo di gravita' media o grave apre il caso
      *    di rientro all'allenamento (RIENTRI, subprogramma rientro):
      *    atleta a riposo, esercizio dell'incidente escluso e data di
      *    revisione; fasi, esclusioni e firme si seguono in grientri.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "intervento.lks".
       copy "rientro.lks".

       77  status-incidents     pic xx.
       77  status-athletes      pic xx.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

       77  risposta             pic 9.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-data         value 1.
       78  78-ID-ef-ora          value 2.
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
           move "gincident"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
              if exe-codice-ritirato
                 display message "Esercizio " ef-esercizio-buf
                                 " ritirato: usare " exe-sostituito-da
                            icon mb-warning-icon
                 exit paragraph
              end-if
           end-if.
           if ef-gravita-buf not = "L" and not = "M" and not = "G"
              display message "Gravita': L=lieve M=media G=grave"
           move ef-esercizio-buf to inc-exe-code.
           move ef-gravita-buf   to inc-gravita.
           move ef-descr-buf     to inc-descrizione.
           move acc-operatore       to inc-utente.

           if record-esistente
              rewrite inc-rec
              write inc-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
                not invalid
                    if inc-gravita-media or inc-gravita-grave
                       perform APRI-RIENTRO
                    end-if
                    if inc-sta-code not = spaces
                       perform PROPONI-INTERVENTO
                    end-if
              end-write
           end-if.

      ***---
       APRI-RIENTRO.
      *    Niente piu' infortuni che non cambiano niente in sala: il
      *    caso parte in riposo, e glogwod, gkiosk e st-wod lo vedono
      *    da subito.
           initialize rientro-linkage.
           set rnk-apri       to true.
           move inc-ath-code  to rnk-ath-code.
           move inc-data      to rnk-data.
           move inc-ora       to rnk-ora.
           move inc-exe-code  to rnk-exe-code.
           call   "rientro" using rientro-linkage.
           cancel "rientro".
           if rnk-errore
              display message rnk-messaggio icon mb-warning-icon
           else
              display message rnk-messaggio icon mb-information-icon
           end-if.

      ***---
       PROPONI-INTERVENTO.
           display message box "Aprire un ordine di intervento sulla "
                               "stazione " inc-sta-code "?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           initialize intervento-linkage.
           move inc-sta-code    to itk-sta-code.
           set itk-da-incidente to true.
           move inc-key         to itk-rif-incidente.
           move inc-descrizione to itk-descrizione.
           display message box "Mettere la stazione fuori servizio?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-yes
                   giving risposta.
           if risposta = mb-yes
              move "S" to itk-fuori-servizio
           else
              move "N" to itk-fuori-servizio
           end-if.
           call   "intervento" using intervento-linkage.
           cancel "intervento".
           evaluate true
           when itk-aperto
                display message "Aperto l'ordine di intervento n. "
                                itk-numero icon mb-information-icon
           when itk-gia-aperto
                display message "La stazione ha gia' l'ordine n. "
                                itk-numero " non chiuso"
                           icon mb-information-icon
           when other
                display message "Impossibile aprire l'ordine di "
                                "intervento" icon mb-warning-icon
           end-evaluate.

      ***---
       CHIUDI-FILES.
           close incidents athletes stations exercises.
