      *    libera si puo' anche revocare. glogwod avvisa su un
      *    esercizio da abilitare senza riga qui (il chiosco non
      *    assegna esercizi e non ha niente da controllare).
      *    Per un atleta minorenne alla data dell'abilitazione serve
      *    il consenso firmato di un tutore (registro TUTORI, gtutori)
      *    esteso a quell'alzata: senza, la firma e' rifiutata.
      *    Rifiutata anche la firma di un trainer che alla data
      *    dell'abilitazione non ha le qualifiche valide richieste per
      *    l'esercizio (REQUISITI, registro QUALIFICHE).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "athletes.sl".
       copy "exercises.sl".
       copy "trainers.sl".
       copy "tutori.sl".

      *****************************************************************
       DATA DIVISION.
       copy "athletes.fd".
       copy "exercises.fd".
       copy "trainers.fd".
       copy "tutori.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".
       copy "qualifica.lks".

       77  status-clearance     pic xx.
       77  status-athletes      pic xx.
       77  status-exercises     pic xx.
       77  status-trainers      pic xx.
       77  status-tutori        pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 consenso-presente value 1 false 0.
       77  data-maggiore-eta    pic 9(8).
       77  idx-alzata           pic 9.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
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
           move "gclearan"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
              set errori to true
           end-if.

           open input athletes exercises trainers tutori.

      ***---
       GESTIONE-SCHERMO.
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           if exe-codice-ritirato
              display message "Esercizio " ef-esercizio-buf
                              " ritirato: usare " exe-sostituito-da
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if not exe-abilitazione-richiesta
              display message "L'esercizio non richiede abilitazione"
                         icon mb-information-icon
           else
              perform CONTROLLA-MINORE
              if not consenso-presente
                 display message "Atleta minorenne senza consenso "
                                 "del tutore per " ef-esercizio-buf
                                 ": abilitazione non firmata"
                            icon mb-stop-icon
                 exit paragraph
              end-if
           end-if.
           move ef-trainer-buf to trn-code.
           read trainers
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           set qlk-esercizio to true.
           move ef-esercizio-buf to qlk-oggetto.
           move ef-data-buf      to qlk-data.
           perform CONTROLLA-QUALIFICHE.
           if qlk-non-qualificato
              display message qlk-messaggio icon mb-stop-icon
              exit paragraph
           end-if.

           move ef-codice-buf    to clr-code.
           move ef-esercizio-buf to clr-exe-code.
              end-write
           end-if.

      ***---
       CONTROLLA-MINORE.
      *    Minorenne alla data dell'abilitazione: ci vuole una riga
      *    TUTORI con il consenso firmato che elenchi l'alzata.
           set consenso-presente to true.
           if ath-data-nascita = 0
              exit paragraph
           end-if.
           compute data-maggiore-eta = ath-data-nascita + 180000.
           if data-maggiore-eta <= ef-data-buf
              exit paragraph
           end-if.
           set consenso-presente to false.
           move ath-code  to tut-code.
           move low-value to tut-progr.
           start tutori key is >= tut-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tutori next at end exit perform end-read
              if tut-code not = ath-code
                 exit perform
              end-if
              if tut-data-consenso not = 0 and
                 tut-data-consenso <= ef-data-buf
                 perform varying idx-alzata from 1 by 1
                           until idx-alzata > 5
                    if tut-alzata(idx-alzata) = ef-esercizio-buf
                       set consenso-presente to true
                    end-if
                 end-perform
              end-if
              if consenso-presente
                 exit perform
              end-if
           end-perform.

      ***---
       ELIMINA-RECORD.
           move ef-codice-buf    to clr-code.
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
           close clearance athletes exercises trainers tutori.
