       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      prom-invio.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Promemoria del giorno prima: per ogni appuntamento di
      *    personal training ancora prenotato (PTDIARY) e ogni
      *    prenotazione a un corso (ENROLMENTS) di domani scrive un
      *    messaggio individuale nel file del gateway mail/SMS, una
      *    riga per messaggio con i campi separati da ";":
      *      riferimento;canale;recapito;testo
      *    dove il riferimento e' la chiave della riga REMINDERS (36
      *    caratteri, spazi del codice resi con "_") che il gateway
      *    restituisce con la risposta del socio (vedi prom-esiti), il
      *    canale M e-mail (ath-email) o S SMS (ath-telefono, se
      *    manca l'e-mail). Il testo e' nella lingua dell'atleta
      *    (ath-lingua, testi in PROMLANG.DEF), con sala e orario
      *    nuovi se la lezione e' spostata in CLASSEXC; le lezioni
      *    annullate e le date di chiusura totale non si ricordano.
      *    E' un messaggio di servizio sulla prenotazione, non
      *    promozionale: non passa dal consenso marketing.
      *    Ogni promemoria lascia la sua riga REMINDERS (anche chi non
      *    ha recapito, come non inviato): il rilancio salta chi e'
      *    gia' a registro, quindi niente doppi messaggi. Esito in
      *    CONVLOG.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "reminders.sl".
           copy "ptdiary.sl".
           copy "enrolments.sl".
           copy "classes.sl".
           copy "classexc.sl".
           copy "closures.sl".
           copy "trainers.sl".
           copy "athletes.sl".
           copy "convlog.sl".
       SELECT gateway
           ASSIGN       TO  path-gateway
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-gateway.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "reminders.fd".
           copy "ptdiary.fd".
           copy "enrolments.fd".
           copy "classes.fd".
           copy "classexc.fd".
           copy "closures.fd".
           copy "trainers.fd".
           copy "athletes.fd".
           copy "convlog.fd".

       FD  gateway
           LABEL RECORD IS STANDARD.
       01  gtw-riga                PIC  x(400).

       WORKING-STORAGE SECTION.
           copy "promlang.def".

       77  status-reminders        pic xx.
       77  status-ptdiary          pic xx.
       77  status-enrolments       pic xx.
       77  status-classes          pic xx.
       77  status-classexc         pic xx.
       77  status-closures         pic xx.
       77  status-trainers         pic xx.
       77  status-athletes         pic xx.
       77  status-convlog          pic xx.
       77  status-gateway          pic xx.
       77  path-gateway            pic x(256).

       77  oggi                    pic 9(8).
       77  num-candidati           pic 9(6) value 0.
       77  num-spediti             pic 9(6) value 0.
       77  num-gia-inviati         pic 9(6) value 0.
       77  num-scartati            pic 9(6) value 0.

       77  giorno-settimana        pic 9.
       77  ora-evento              pic 9(4).
       77  sala-evento             pic x(20).
       77  nominativo-trainer      pic x(81).
       77  recapito                pic x(60).
       01  riferimento             pic x(36).
       01  testo-messaggio         pic x(300).
       77  pos-testo               pic 9(3).
       77  r-ora-disp              pic 99.99.
       01  r-data-disp             pic 99/99/9999.

       77  filler                  pic 9.
           88 giorno-chiuso        value 1 false 0.
       77  filler                  pic 9.
           88 lezione-annullata    value 1 false 0.

       01  data-domani             pic 9(8).
       01  filler redefines data-domani.
           05 de-anno              pic 9(4).
           05 de-mese              pic 99.
           05 de-giorno            pic 99.
       77  como-div                pic 9(4).
       77  como-resto              pic 9(4).
       01  tab-giorni-mese.
           05 filler               pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese      occurs 12 pic 99.

      * CALCOLO DEL GIORNO DELLA SETTIMANA (come in gptbook)
       01  tab-giorni-cumulati.
           05 filler             pic x(36) value
              "000031059090120151181212243273304334".
       01  filler redefines tab-giorni-cumulati.
           05 giorni-cumulati-mese
                                 occurs 12 pic 9(3).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
       77  link-path-gateway       pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito
      *    resta comunque tracciato in CONVLOG e REMINDERS.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-path-gateway link-modo-batch
                                 link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.
           accept oggi   from century-date.
           move oggi     to data-domani.
           perform GIORNO-SUCCESSIVO.

           open i-o reminders.
           if status-reminders = "35"
              open output reminders
              close reminders
              open i-o reminders
           end-if.
           if status-reminders not = "00" and not = "05"
              set errori to true
           end-if.

           if tutto-ok
              move link-path-gateway to path-gateway
              open extend gateway
              if status-gateway = "35"
                 open output gateway
              end-if
              if status-gateway not = "00"
                 set errori to true
                 close reminders
                 if not link-batch
                    display message "Impossibile scrivere "
                                    link-path-gateway
                               title "Promemoria del giorno prima"
                                icon 3
                 end-if
              end-if
           end-if.

           if tutto-ok
              open input ptdiary enrolments classes classexc
                         closures trainers athletes
              perform CONTROLLA-CHIUSURA
              if not giorno-chiuso
                 perform PROMEMORIA-PERSONAL
                 perform PROMEMORIA-CORSI
              end-if
              close reminders gateway ptdiary enrolments classes
                    classexc closures trainers athletes
           end-if.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              display message num-spediti " promemoria spediti, "
                              num-gia-inviati " gia' a registro, "
                              num-scartati " senza recapito"
                         title "Promemoria del giorno prima"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       CONTROLLA-CHIUSURA.
           set giorno-chiuso to false.
           move data-domani to clo-data.
           read closures
                invalid continue
            not invalid
                if clo-chiusura-totale
                   set giorno-chiuso to true
                end-if
           end-read.

      ***---
       PROMEMORIA-PERSONAL.
      *    Agenda di domani trainer per trainer: la chiave di PTDIARY
      *    parte dal trainer, quindi si posiziona su trainer+data.
           move low-value to trn-code.
           start trainers key is >= trn-code
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read trainers next at end exit perform end-read
              perform PROMEMORIA-AGENDA-TRAINER
           end-perform.

      ***---
       PROMEMORIA-AGENDA-TRAINER.
           initialize nominativo-trainer.
           string trn-nome     delimited "  "
                  " "          delimited size
                  trn-cognome  delimited "  "
             into nominativo-trainer
           end-string.
           move trn-code    to apt-trn-code.
           move data-domani to apt-data.
           move 0           to apt-ora.
           start ptdiary key is >= apt-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read ptdiary next at end exit perform end-read
              if apt-trn-code not = trn-code
              or apt-data     not = data-domani
                 exit perform
              end-if
              if apt-prenotato
                 initialize rmd-rec
                 set rmd-personal to true
                 move apt-trn-code to rmd-oggetto
                 move apt-data     to rmd-data
                 move apt-ora      to rmd-ora
                 move apt-ath-code to rmd-ath-code
                 move apt-ora      to ora-evento
                 perform SPEDISCI-PROMEMORIA
              end-if
           end-perform.

      ***---
       PROMEMORIA-CORSI.
           move data-domani to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           divide como-numero-giorno by 7 giving como-anni
                  remainder giorno-settimana.
           if giorno-settimana = 0
              move 7 to giorno-settimana
           end-if.

           move low-value to cls-code.
           start classes key is >= cls-code
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read classes next at end exit perform end-read
              if cls-giorno-settimana = giorno-settimana
                 perform PROMEMORIA-LEZIONE
              end-if
           end-perform.

      ***---
       PROMEMORIA-LEZIONE.
           move cls-ora  to ora-evento.
           move cls-sala to sala-evento.
           set lezione-annullata to false.
           move cls-code    to cex-cls-code.
           move data-domani to cex-data.
           read classexc
                invalid continue
            not invalid
                if cex-annullata
                   set lezione-annullata to true
                end-if
                if cex-spostata
                   if cex-nuova-sala not = spaces
                      move cex-nuova-sala to sala-evento
                   end-if
                   if cex-nuova-ora not = 0
                      move cex-nuova-ora  to ora-evento
                   end-if
                end-if
           end-read.
           if lezione-annullata
              exit paragraph
           end-if.

           move cls-code    to enr-cls-code.
           move data-domani to enr-data.
           move low-value   to enr-ath-code.
           start enrolments key is >= enr-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read enrolments next at end exit perform end-read
              if enr-cls-code not = cls-code
              or enr-data     not = data-domani
                 exit perform
              end-if
              initialize rmd-rec
              set rmd-corso to true
              move enr-cls-code to rmd-oggetto
              move enr-data     to rmd-data
              move 0            to rmd-ora
              move enr-ath-code to rmd-ath-code
              perform SPEDISCI-PROMEMORIA
           end-perform.

      ***---
       SPEDISCI-PROMEMORIA.
           add 1 to num-candidati.
      *    Anti doppio invio: la riga REMINDERS e' il visto.
           read reminders
                invalid continue
            not invalid
                add 1 to num-gia-inviati
                exit paragraph
           end-read.

           move rmd-ath-code to ath-code.
           read athletes
                invalid exit paragraph
           end-read.
           if ath-anonimizzato or ath-fuso
              exit paragraph
           end-if.

           move ath-lingua to rmd-lingua.
           move oggi       to rmd-data-invio.
           accept rmd-ora-invio from time.
           evaluate true
           when ath-email not = spaces
                set rmd-mail to true
                move ath-email    to recapito
           when ath-telefono not = spaces
                set rmd-sms  to true
                move ath-telefono to recapito
           when other
                set rmd-senza-recapito to true
           end-evaluate.

           if rmd-senza-recapito
              set rmd-non-inviato to true
              write rmd-rec invalid continue end-write
              add 1 to num-scartati
              exit paragraph
           end-if.

           perform COMPONI-TESTO.
           move rmd-key to riferimento.
           inspect riferimento replacing all space by "_".
           initialize gtw-riga.
           string riferimento         delimited size
                  ";"                 delimited size
                  rmd-canale          delimited size
                  ";"                 delimited size
                  recapito            delimited space
                  ";"                 delimited size
                  testo-messaggio     delimited "  "
             into gtw-riga
           end-string.
           write gtw-riga.

           set rmd-inviato to true.
           write rmd-rec invalid continue end-write.
           add 1 to num-spediti.

      ***---
       COMPONI-TESTO.
           if ath-lingua = "EN"
              move TESTI-PROM-EN to TESTI-PROM
           else
              move TESTI-PROM-IT to TESTI-PROM
           end-if.
           move data-domani to r-data-disp.
           move ora-evento  to r-ora-disp.
           initialize testo-messaggio.
           move 1 to pos-testo.
           string TP-DOMANI        delimited "  "
                  " "              delimited size
                  r-data-disp      delimited size
                  " "              delimited size
                  TP-ALLE          delimited "  "
                  " "              delimited size
                  r-ora-disp       delimited size
                  " "              delimited size
             into testo-messaggio
             with pointer pos-testo
           end-string.
           if rmd-corso
              string TP-CORSO      delimited "  "
                     " "           delimited size
                     cls-desc      delimited "  "
                     " "           delimited size
                     TP-SALA       delimited "  "
                     " "           delimited size
                     sala-evento   delimited "  "
                into testo-messaggio
                with pointer pos-testo
              end-string
           else
              string TP-PERSONAL        delimited "  "
                     " "                delimited size
                     nominativo-trainer delimited "  "
                into testo-messaggio
                with pointer pos-testo
              end-string
           end-if.
           string ". "             delimited size
                  TP-DISDETTA      delimited "  "
             into testo-messaggio
             with pointer pos-testo
           end-string.

      ***---
       GIORNO-SUCCESSIVO.
           if de-mese = 2
              move 28 to giorni-del-mese(2)
      *       Febbraio bisestile, stesso criterio degli altri calcoli
      *       di calendario dell'impianto.
              divide de-anno by 4 giving como-div
                     remainder como-resto
              if como-resto = 0
                 divide de-anno by 100 giving como-div
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to giorni-del-mese(2)
                 else
                    divide de-anno by 400 giving como-div
                           remainder como-resto
                    if como-resto = 0
                       move 29 to giorni-del-mese(2)
                    end-if
                 end-if
              end-if
           end-if.
           if de-giorno < giorni-del-mese(de-mese)
              add 1 to de-giorno
              exit paragraph
           end-if.
           move 1 to de-giorno.
           if de-mese = 12
              move 1 to de-mese
              add 1 to de-anno
           else
              add 1 to de-mese
           end-if.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo di gptbook), con
      *    gestione degli anni bisestili.
           compute como-anni = como-data-anno - 1.
           divide como-anni by 4   giving como-div4.
           divide como-anni by 100 giving como-div100.
           divide como-anni by 400 giving como-div400.
           compute como-numero-giorno =
                   como-anni * 365 + como-div4 - como-div100
                   + como-div400
                   + giorni-cumulati-mese(como-data-mese)
                   + como-data-gg.
           if como-data-mese > 2
              divide como-data-anno by 4 giving como-div4
                     remainder como-anni
              if como-anni = 0
                 divide como-data-anno by 100 giving como-div100
                        remainder como-anni
                 if como-anni not = 0
                    add 1 to como-numero-giorno
                 else
                    divide como-data-anno by 400 giving como-div400
                           remainder como-anni
                    if como-anni = 0
                       add 1 to como-numero-giorno
                    end-if
                 end-if
              end-if
           end-if.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "prom-invio"    to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-candidati   to clg-letti.
           move num-spediti     to clg-scritti.
           move num-scartati    to clg-scartati.
           write clg-rec.
           close convlog.
