      *    una prenotazione il primo della lista viene promosso
      *    automaticamente al posto liberato. L'appello del giorno si
      *    stampa con st-roster; gli assenti escono da st-noshow.
      *    Ogni scrittura e cancellazione su ENROLMENTS e WAITLIST va
      *    anche al giornale di giornata TXJRN (subprogramma giornale).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "giornale.lks".
       77  esito-giornale       signed-short.

       77  status-enrolments    pic xx.
       77  status-classes       pic xx.
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
           move "gbooking"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move ef-data-buf   to enr-data.
           move ef-codice-buf to enr-ath-code.
           accept enr-data-prenotazione from century-date.
           move acc-operatore       to enr-utente.
           write enr-rec
                 invalid
                    display message "Atleta gia' prenotato"
                               icon mb-warning-icon
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-ENROLMENTS.

           add 1 to posti-occupati.
           perform MOSTRA-POSTI.
                             icon mb-warning-icon
                     exit paragraph
           end-delete.
           set gnk-cancellazione to true.
           perform GIORNALE-ENROLMENTS.
           perform PROMUOVI-PRIMO-IN-LISTA.
           move ef-corso-buf to cls-code.
           read classes invalid continue end-read.
           move ef-codice-buf to wtl-ath-code.
           accept wtl-data-richiesta from century-date.
           accept wtl-ora-richiesta  from time.
           move acc-operatore       to wtl-utente.
           write wtl-rec
                 invalid
                    display message "Impossibile accodare in lista"
                               icon mb-warning-icon
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-WAITLIST.
           display message "Corso al completo: atleta in lista "
                           "d'attesa in posizione "
                            prossimo-progressivo
                  invalid display message "Impossibile annullare"
                             icon mb-warning-icon
             not invalid
                  set gnk-cancellazione to true
                  perform GIORNALE-WAITLIST
                  display message "Tolto dalla lista d'attesa"
                             icon mb-information-icon
           end-delete.
           move wtl-data     to enr-data.
           move wtl-ath-code to enr-ath-code.
           accept enr-data-prenotazione from century-date.
           move acc-operatore       to enr-utente.
           write enr-rec
                 invalid
      *            Gia' prenotato per altra via: la riga di lista e'
                   continue
             not invalid
                   set promosso-dalla-lista to true
                   set gnk-scrittura to true
                   perform GIORNALE-ENROLMENTS
           end-write.
           delete waitlist record
                  invalid continue
              not invalid
                  set gnk-cancellazione to true
                  perform GIORNALE-WAITLIST
           end-delete.
           if promosso-dalla-lista
              display message "Promosso dalla lista d'attesa "
                              "l'atleta " wtl-ath-code
           end-string.
           display Form1.

      ***---
       GIORNALE-ENROLMENTS.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "gbooking"   to gnk-programma.
           move "enrolments" to gnk-file.
           move enr-rec      to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-WAITLIST.
           move "gbooking" to gnk-programma.
           move "waitlist" to gnk-file.
           move wtl-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close enrolments classes athletes waitlist classexc.
