       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      web-dispo.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Disponibilita' prenotabile per il sito e l'app dei soci:
      *    per ogni data da oggi per N giorni (zero = 14) scrive su
      *    file di testo, campi separati da ";", le lezioni dei corsi
      *    di gruppo con i posti liberi e gli slot liberi dei trainer
      *    per il personal training. Le righe sono di due tipi:
      *      C;data;corso;descrizione;ora;sala;trainer;capienza;
      *        liberi;in attesa
      *      P;data;trainer;nominativo;ora
      *    con data aaaammgg e ora HHMM. Una data di chiusura totale
      *    (CLOSURES) non esce affatto. Le lezioni seguono il giorno
      *    della settimana del corso, tolte quelle annullate in
      *    CLASSEXC e con sala e orario nuovi per quelle spostate; i
      *    posti liberi sono la capienza meno le prenotazioni di
      *    ENROLMENTS, gli "in attesa" le righe di WAITLIST (a corso
      *    pieno il sito propone la lista d'attesa). Gli slot PT sono
      *    le ore intere dei turni SHIFTS dei trainer attivi e
      *    qualificati alla data per il personal training, meno
      *    quelle che si sovrappongono a un appuntamento di PTDIARY.
      *    Di oggi escono solo lezioni e slot non ancora iniziati.
      *    Le richieste raccolte dal sito tornano con web-pren.
      *    Esito in CONVLOG.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "classes.sl".
           copy "classexc.sl".
           copy "closures.sl".
           copy "enrolments.sl".
           copy "waitlist.sl".
           copy "trainers.sl".
           copy "shifts.sl".
           copy "ptdiary.sl".
           copy "convlog.sl".
       SELECT dispo
           ASSIGN       TO  path-dispo
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-dispo.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "classes.fd".
           copy "classexc.fd".
           copy "closures.fd".
           copy "enrolments.fd".
           copy "waitlist.fd".
           copy "trainers.fd".
           copy "shifts.fd".
           copy "ptdiary.fd".
           copy "convlog.fd".

       FD  dispo
           LABEL RECORD IS STANDARD.
       01  dsp-riga                PIC  x(200).

       WORKING-STORAGE SECTION.
           copy "qualifica.lks".

       77  status-classes          pic xx.
       77  status-classexc         pic xx.
       77  status-closures         pic xx.
       77  status-enrolments       pic xx.
       77  status-waitlist         pic xx.
       77  status-trainers         pic xx.
       77  status-shifts           pic xx.
       77  status-ptdiary          pic xx.
       77  status-convlog          pic xx.
       77  status-dispo            pic xx.
       77  path-dispo              pic x(256).

      *    Orizzonte di default quando il chiamante passa zero.
       78  78-giorni-default       value 14.

       77  oggi                    pic 9(8).
       01  ora-sistema.
           05 ora-adesso           pic 9(4).
           05 filler               pic 9(4).
       77  giorni-orizzonte        pic 9(3).
       77  num-giorni-fatti        pic 9(3).
       77  num-lezioni             pic 9(6) value 0.
       77  num-slot                pic 9(6) value 0.
       77  num-scritte             pic 9(6) value 0.
       77  num-escluse             pic 9(6) value 0.

       77  giorno-settimana        pic 9.
       77  ora-lezione             pic 9(4).
       77  sala-lezione            pic x(20).
       77  posti-occupati          pic 9(3).
       77  posti-liberi            pic 9(3).
       77  in-attesa               pic 9(4).
       77  ora-slot                pic 9(4).
       77  ora-fine-slot           pic 9(4).
       77  ora-minima              pic 9(4).
       77  nominativo              pic x(81).

       77  filler                  pic 9.
           88 giorno-chiuso        value 1 false 0.
       77  filler                  pic 9.
           88 lezione-annullata    value 1 false 0.
       77  filler                  pic 9.
           88 slot-occupato        value 1 false 0.
       77  filler                  pic 9.
           88 trainer-prenotabile  value 1 false 0.

       01  data-esame              pic 9(8).
       01  filler redefines data-esame.
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
       77  link-giorni             pic 9(3).
       77  link-path-export        pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito
      *    resta comunque tracciato in CONVLOG.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-giorni link-path-export
                                 link-modo-batch link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.
           accept oggi       from century-date.
           accept ora-sistema from time.
           if link-giorni = 0
              move 78-giorni-default to giorni-orizzonte
           else
              move link-giorni       to giorni-orizzonte
           end-if.

           open input classes.
           if status-classes not = "00" and not = "05"
              set errori to true
           end-if.
           if tutto-ok
              move link-path-export to path-dispo
              open output dispo
              if status-dispo not = "00"
                 set errori to true
                 close classes
                 if not link-batch
                    display message "Impossibile scrivere "
                                    link-path-export
                               title "Disponibilita' web"
                                icon 3
                 end-if
              end-if
           end-if.

           if tutto-ok
              open input classexc closures enrolments waitlist
                         trainers shifts ptdiary
              move oggi to data-esame
              move 0    to num-giorni-fatti
              perform until num-giorni-fatti >= giorni-orizzonte
                 perform ESPORTA-GIORNO
                 perform GIORNO-SUCCESSIVO
                 add 1 to num-giorni-fatti
              end-perform
              close classes classexc closures enrolments waitlist
                    trainers shifts ptdiary dispo
           end-if.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              display message num-lezioni " lezioni e "
                              num-slot " slot PT esportati"
                         title "Disponibilita' web"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       ESPORTA-GIORNO.
      *    Chiusura totale: la data non si propone proprio. Sulla
      *    parziale (solo alcune sale) decide la lezione annullata in
      *    CLASSEXC, come al banco.
           set giorno-chiuso to false.
           move data-esame to clo-data.
           read closures
                invalid continue
            not invalid
                if clo-chiusura-totale
                   set giorno-chiuso to true
                end-if
           end-read.
           if giorno-chiuso
              exit paragraph
           end-if.

           move data-esame to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           divide como-numero-giorno by 7 giving como-anni
                  remainder giorno-settimana.
           if giorno-settimana = 0
              move 7 to giorno-settimana
           end-if.

           perform ESPORTA-LEZIONI.
           perform ESPORTA-SLOT-PT.

      ***---
       ESPORTA-LEZIONI.
           move low-value to cls-code.
           start classes key is >= cls-code
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read classes next at end exit perform end-read
              if cls-giorno-settimana = giorno-settimana
                 perform ESPORTA-LEZIONE
              end-if
           end-perform.

      ***---
       ESPORTA-LEZIONE.
           move cls-ora  to ora-lezione.
           move cls-sala to sala-lezione.
           set lezione-annullata to false.
           move cls-code   to cex-cls-code.
           move data-esame to cex-data.
           read classexc
                invalid continue
            not invalid
                if cex-annullata
                   set lezione-annullata to true
                end-if
                if cex-spostata
                   if cex-nuova-sala not = spaces
                      move cex-nuova-sala to sala-lezione
                   end-if
                   if cex-nuova-ora not = 0
                      move cex-nuova-ora  to ora-lezione
                   end-if
                end-if
           end-read.
           if lezione-annullata
              add 1 to num-escluse
              exit paragraph
           end-if.
           if data-esame = oggi
           and ora-lezione <= ora-adesso
              exit paragraph
           end-if.

           perform CONTA-POSTI-OCCUPATI.
           if posti-occupati >= cls-capienza
              move 0 to posti-liberi
           else
              compute posti-liberi = cls-capienza - posti-occupati
           end-if.
           perform CONTA-IN-ATTESA.

           initialize dsp-riga.
           string "C;"                delimited size
                  data-esame          delimited size
                  ";"                 delimited size
                  cls-code            delimited space
                  ";"                 delimited size
                  cls-desc            delimited "  "
                  ";"                 delimited size
                  ora-lezione         delimited size
                  ";"                 delimited size
                  sala-lezione        delimited "  "
                  ";"                 delimited size
                  cls-trainer-code    delimited space
                  ";"                 delimited size
                  cls-capienza        delimited size
                  ";"                 delimited size
                  posti-liberi        delimited size
                  ";"                 delimited size
                  in-attesa           delimited size
             into dsp-riga
           end-string.
           write dsp-riga.
           add 1 to num-lezioni num-scritte.

      ***---
       CONTA-POSTI-OCCUPATI.
           move 0 to posti-occupati.
           move cls-code   to enr-cls-code.
           move data-esame to enr-data.
           move low-value  to enr-ath-code.
           start enrolments key is >= enr-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read enrolments next at end exit perform end-read
                    if enr-cls-code not = cls-code
                    or enr-data     not = data-esame
                       exit perform
                    end-if
                    add 1 to posti-occupati
                 end-perform
           end-start.

      ***---
       CONTA-IN-ATTESA.
           move 0 to in-attesa.
           move cls-code   to wtl-cls-code.
           move data-esame to wtl-data.
           move low-value  to wtl-progressivo.
           start waitlist key is >= wtl-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read waitlist next at end exit perform end-read
                    if wtl-cls-code not = cls-code
                    or wtl-data     not = data-esame
                       exit perform
                    end-if
                    add 1 to in-attesa
                 end-perform
           end-start.

      ***---
       ESPORTA-SLOT-PT.
      *    Turni del giorno della settimana per orario, via
      *    shf-k-giorno: ogni turno di un trainer prenotabile si
      *    spezza in slot di un'ora interi dentro la fascia.
           move giorno-settimana to shf-giorno-settimana.
           move low-value        to shf-ora-da shf-trn-code.
           start shifts key is >= shf-k-giorno
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read shifts next at end exit perform end-read
              if shf-giorno-settimana not = giorno-settimana
                 exit perform
              end-if
              perform CONTROLLA-TRAINER
              if trainer-prenotabile
                 move shf-ora-da to ora-slot
                 compute ora-fine-slot = ora-slot + 100
                 perform until ora-fine-slot > shf-ora-a
                    perform ESPORTA-SLOT
                    add 100 to ora-slot
                    compute ora-fine-slot = ora-slot + 100
                 end-perform
              end-if
           end-perform.

      ***---
       CONTROLLA-TRAINER.
      *    Stesse condizioni di gptbook: trainer in forza e con le
      *    qualifiche per il personal training valide alla data.
           set trainer-prenotabile to false.
           move shf-trn-code to trn-code.
           read trainers
                invalid exit paragraph
           end-read.
           if not trn-attivo
              exit paragraph
           end-if.
           move shf-trn-code to qlk-trn-code.
           set qlk-personal  to true.
           move spaces       to qlk-oggetto.
           move data-esame   to qlk-data.
           call   "qualifica" using qualifica-linkage.
           cancel "qualifica".
           if qlk-qualificato
              set trainer-prenotabile to true
           end-if.

      ***---
       ESPORTA-SLOT.
           if data-esame = oggi
           and ora-slot <= ora-adesso
              exit paragraph
           end-if.
      *    Occupato se un appuntamento dello stesso trainer inizia a
      *    meno di un'ora dallo slot, prima o dopo.
           set slot-occupato to false.
           if ora-slot > 99
              compute ora-minima = ora-slot - 99
           else
              move 0 to ora-minima
           end-if.
           move shf-trn-code to apt-trn-code.
           move data-esame   to apt-data.
           move ora-minima   to apt-ora.
           start ptdiary key is >= apt-key
                 invalid continue
             not invalid
                 read ptdiary next
                      at end continue
                  not at end
                      if apt-trn-code = shf-trn-code
                      and apt-data    = data-esame
                      and apt-ora     < ora-fine-slot
                         set slot-occupato to true
                      end-if
                 end-read
           end-start.
           if slot-occupato
              add 1 to num-escluse
              exit paragraph
           end-if.

           initialize nominativo.
           string trn-cognome  delimited "  "
                  " "          delimited size
                  trn-nome     delimited "  "
             into nominativo
           end-string.
           initialize dsp-riga.
           string "P;"                delimited size
                  data-esame          delimited size
                  ";"                 delimited size
                  shf-trn-code        delimited space
                  ";"                 delimited size
                  nominativo          delimited "  "
                  ";"                 delimited size
                  ora-slot            delimited size
             into dsp-riga
           end-string.
           write dsp-riga.
           add 1 to num-slot num-scritte.

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
           move "web-dispo"     to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           compute clg-letti = num-scritte + num-escluse.
           move num-scritte     to clg-scritti.
           move num-escluse     to clg-scartati.
           write clg-rec.
           close convlog.
