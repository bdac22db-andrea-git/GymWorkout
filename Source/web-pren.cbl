       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      web-pren.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Richieste di prenotazione e annullamento raccolte dal sito
      *    e dall'app dei soci sulla disponibilita' esportata da
      *    web-dispo. Il file (campi separati da ";") ha una riga per
      *    richiesta:
      *      riferimento;tipo;operazione;atleta;oggetto;data;ora
      *    dove il riferimento e' quello del sito (fino a 20
      *    caratteri), il tipo C corso di gruppo o P personal
      *    training, l'operazione P prenota o A annulla, l'atleta il
      *    codice tessera (18 cifre), l'oggetto il codice corso o il
      *    codice trainer, la data aaaammgg e l'ora HHMM (solo per il
      *    personal training).
      *    Le richieste passano per le stesse regole del banco:
      *    corsi come gbooking (eccezioni CLASSEXC, posti, lista
      *    d'attesa WAITLIST, promozione del primo in lista
      *    all'annullamento) piu' il giorno della settimana del
      *    corso, la chiusura totale (CLOSURES) e l'abbonamento
      *    valido alla data della lezione, sospensioni comprese, come
      *    all'ingresso in gcheckin; personal training come gptbook
      *    (qualifiche del trainer, turno che copre lo slot, trainer
      *    gia' impegnato, seduta erogata non annullabile). Atleta
      *    attivo e data non passata in ogni caso.
      *    Il file delle risposte ha una riga per richiesta:
      *      riferimento;esito;messaggio
      *    con esito OK prenotato, WL in lista d'attesa, AN annullato
      *    e KO rifiutato, e il messaggio da mostrare al socio.
      *    Le scritture su ENROLMENTS e WAITLIST vanno al giornale di
      *    giornata TXJRN; l'utente delle registrazioni e' "WEB".
      *    Esito in CONVLOG.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "classes.sl".
           copy "classexc.sl".
           copy "closures.sl".
           copy "enrolments.sl".
           copy "waitlist.sl".
           copy "athletes.sl".
           copy "subscriptions.sl".
           copy "freezes.sl".
           copy "trainers.sl".
           copy "shifts.sl".
           copy "ptdiary.sl".
           copy "convlog.sl".
       SELECT csvfile
           ASSIGN       TO  path-csv
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-csvfile.
       SELECT esiti
           ASSIGN       TO  path-esiti
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-esiti.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "classes.fd".
           copy "classexc.fd".
           copy "closures.fd".
           copy "enrolments.fd".
           copy "waitlist.fd".
           copy "athletes.fd".
           copy "subscriptions.fd".
           copy "freezes.fd".
           copy "trainers.fd".
           copy "shifts.fd".
           copy "ptdiary.fd".
           copy "convlog.fd".

       FD  csvfile
           LABEL RECORD IS STANDARD.
       01  csv-rec                 PIC  x(200).

       FD  esiti
           LABEL RECORD IS STANDARD.
       01  esi-riga                PIC  x(200).

       WORKING-STORAGE SECTION.
           copy "giornale.lks".
           copy "qualifica.lks".
       77  esito-giornale          signed-short.

       77  status-classes          pic xx.
       77  status-classexc         pic xx.
       77  status-closures         pic xx.
       77  status-enrolments       pic xx.
       77  status-waitlist         pic xx.
       77  status-athletes         pic xx.
       77  status-subscriptions    pic xx.
       77  status-freezes          pic xx.
       77  status-trainers         pic xx.
       77  status-shifts           pic xx.
       77  status-ptdiary          pic xx.
       77  status-convlog          pic xx.
       77  status-csvfile          pic xx.
       77  status-esiti            pic xx.
       77  path-csv                pic x(256).
       77  path-esiti              pic x(256).

      *    Utente delle registrazioni fatte dal sito.
       78  78-utente-web           value "WEB".

       77  oggi                    pic 9(8).
       01  ora-sistema.
           05 ora-adesso           pic 9(4).
           05 filler               pic 9(4).
       77  num-lette               pic 9(6) value 0.
       77  num-accolte             pic 9(6) value 0.
       77  num-rifiutate           pic 9(6) value 0.

      * CAMPI DELLA RIGA DI RICHIESTA
       77  csv-riferimento         pic x(20).
       77  csv-tipo                pic x.
           88 csv-corso            value "C".
           88 csv-personal         value "P".
       77  csv-operazione          pic x.
           88 csv-prenota          value "P".
           88 csv-annulla          value "A".
       77  csv-atleta              pic x(18).
       77  csv-oggetto             pic x(5).
       77  csv-data                pic x(8).
       77  csv-ora                 pic x(4).

      * CAMPI DELLA RIGA DI RISPOSTA
       77  esito-riga              pic x(2).
           88 esito-ok             value "OK".
           88 esito-lista          value "WL".
           88 esito-annullato      value "AN".
           88 esito-ko             value "KO".
       77  messaggio-riga          pic x(100).

       77  codice-atleta           pic 9(18).
       77  data-richiesta          pic 9(8).
       77  ora-richiesta           pic 9(4).
       77  giorno-settimana        pic 9.
       77  posti-occupati          pic 9(3).
       77  prossimo-progressivo    pic 9(4).
       77  posizione-lista         pic 9(4).
       77  r-posizione-disp        pic zzz9.
       77  r-ora-disp              pic 99.99.
       01  r-data-disp             pic 99/99/9999.
       77  ix-spazi                pic 9(3).

       77  filler                  pic 9.
           88 atleta-gia-in-lista  value 1 false 0.
       77  filler                  pic 9.
           88 lezione-annullata    value 1 false 0.
       77  filler                  pic 9.
           88 lezione-spostata     value 1 false 0.
       77  filler                  pic 9.
           88 turno-copre-slot     value 1 false 0.
       77  filler                  pic 9.
           88 abbonamento-valido   value 1 false 0.
       77  filler                  pic 9.
           88 data-sospesa         value 1 false 0.

      * SCADENZA EFFETTIVA DELL'ABBONAMENTO (come in gcheckin)
       77  giorno-rif-num          pic 9(8).
       77  giorno-scad-num         pic 9(8).
       77  giorno-inizio-num       pic 9(8).
       77  giorno-frz-da-num       pic 9(8).
       77  giorno-frz-a-num        pic 9(8).
       77  giorni-congelati        pic 9(5).
       77  giorni-residui          pic s9(8).

      * CALCOLO DEI GIORNI DI CALENDARIO (come in gcheckin)
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
       77  link-path-csv           pic x(256).
       77  link-path-esiti         pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito
      *    resta comunque tracciato in CONVLOG.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-path-csv link-path-esiti
                                 link-modo-batch link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.
           accept oggi        from century-date.
           accept ora-sistema from time.

           perform APRI-FILES.
           if tutto-ok
              perform ELABORA-RICHIESTE
              perform CHIUDI-FILES
           end-if.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              display message num-lette " richieste, "
                              num-accolte " accolte, "
                              num-rifiutate " rifiutate"
                         title "Prenotazioni web"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       APRI-FILES.
           move link-path-csv to path-csv.
           open input csvfile.
           if status-csvfile not = "00"
              set errori to true
              if not link-batch
                 display message "Impossibile leggere "
                                 link-path-csv
                            title "Prenotazioni web"
                             icon 3
              end-if
              exit paragraph
           end-if.
           move link-path-esiti to path-esiti.
           open output esiti.
           if status-esiti not = "00"
              close csvfile
              set errori to true
              if not link-batch
                 display message "Impossibile scrivere "
                                 link-path-esiti
                            title "Prenotazioni web"
                             icon 3
              end-if
              exit paragraph
           end-if.

           open i-o enrolments.
           if status-enrolments = "35"
              open output enrolments
              close enrolments
              open i-o enrolments
           end-if.
           if status-enrolments not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o waitlist.
           if status-waitlist = "35"
              open output waitlist
              close waitlist
              open i-o waitlist
           end-if.
           if status-waitlist not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o ptdiary.
           if status-ptdiary = "35"
              open output ptdiary
              close ptdiary
              open i-o ptdiary
           end-if.
           if status-ptdiary not = "00" and not = "05"
              set errori to true
           end-if.

           if errori
              close csvfile esiti enrolments waitlist ptdiary
              exit paragraph
           end-if.

           open input classes classexc closures athletes
                      subscriptions freezes trainers shifts.

      ***---
       ELABORA-RICHIESTE.
           perform until 1 = 2
              read csvfile at end exit perform end-read
              if csv-rec not = spaces
                 add 1 to num-lette
                 move spaces to csv-riferimento csv-tipo
                                csv-operazione  csv-atleta
                                csv-oggetto     csv-data
                                csv-ora
                 unstring csv-rec delimited by ";"
                     into csv-riferimento csv-tipo
                          csv-operazione  csv-atleta
                          csv-oggetto     csv-data
                          csv-ora
                 end-unstring
                 inspect csv-tipo       converting "cp" to "CP"
                 inspect csv-operazione converting "pa" to "PA"
                 move spaces to esito-riga messaggio-riga
                 perform ELABORA-RIGA
                 perform SCRIVI-ESITO
              end-if
           end-perform.

      ***---
       ELABORA-RIGA.
           if csv-atleta not numeric
              set esito-ko to true
              move "Codice tessera non valido" to messaggio-riga
              exit paragraph
           end-if.
           if csv-data not numeric
              set esito-ko to true
              move "Data non valida" to messaggio-riga
              exit paragraph
           end-if.
           move csv-atleta to codice-atleta.
           move csv-data   to data-richiesta.
           if data-richiesta < oggi
              set esito-ko to true
              move "Data gia' passata" to messaggio-riga
              exit paragraph
           end-if.
           move 0 to ora-richiesta.
           if csv-personal
              if csv-ora not numeric
                 set esito-ko to true
                 move "Orario non valido" to messaggio-riga
                 exit paragraph
              end-if
              move csv-ora to ora-richiesta
              if data-richiesta = oggi
              and ora-richiesta <= ora-adesso
                 set esito-ko to true
                 move "Orario gia' passato" to messaggio-riga
                 exit paragraph
              end-if
           end-if.

           move codice-atleta to ath-code.
           read athletes
                invalid
                   set esito-ko to true
                   move "Socio inesistente" to messaggio-riga
                   exit paragraph
           end-read.
           if csv-prenota
           and not ath-attivo
              set esito-ko to true
              move "Socio non attivo: rivolgersi alla reception"
                to messaggio-riga
              exit paragraph
           end-if.

           evaluate true
           when csv-corso    and csv-prenota
                perform PRENOTA-CORSO
           when csv-corso    and csv-annulla
                perform ANNULLA-CORSO
           when csv-personal and csv-prenota
                perform PRENOTA-PERSONAL
           when csv-personal and csv-annulla
                perform ANNULLA-PERSONAL
           when other
                set esito-ko to true
                move "Tipo o operazione sconosciuti" to messaggio-riga
           end-evaluate.

      ***---
       SCRIVI-ESITO.
           if esito-ko
              add 1 to num-rifiutate
           else
              add 1 to num-accolte
           end-if.
           initialize esi-riga.
           string csv-riferimento     delimited space
                  ";"                 delimited size
                  esito-riga          delimited size
                  ";"                 delimited size
                  messaggio-riga      delimited "  "
             into esi-riga
           end-string.
           write esi-riga.

      ***---
       PRENOTA-CORSO.
           move csv-oggetto to cls-code.
           read classes
                invalid
                   set esito-ko to true
                   move "Corso inesistente" to messaggio-riga
                   exit paragraph
           end-read.
           perform CALCOLA-GIORNO-SETTIMANA.
           if giorno-settimana not = cls-giorno-settimana
              set esito-ko to true
              move "Il corso non si tiene in quella data"
                to messaggio-riga
              exit paragraph
           end-if.
           perform CONTROLLA-CHIUSURA.
           if esito-ko
              exit paragraph
           end-if.
           perform CONTROLLA-ECCEZIONE-DATA.
           if lezione-annullata
              exit paragraph
           end-if.
           perform CONTROLLA-ABBONAMENTO.
           if not abbonamento-valido
              exit paragraph
           end-if.

           move cls-code       to enr-cls-code.
           move data-richiesta to enr-data.
           move codice-atleta  to enr-ath-code.
           read enrolments
                invalid continue
            not invalid
                set esito-ko to true
                move "Sei gia' prenotato a questa lezione"
                  to messaggio-riga
                exit paragraph
           end-read.

           perform CONTA-POSTI-OCCUPATI.
           if posti-occupati >= cls-capienza
              perform ACCODA-IN-LISTA
              exit paragraph
           end-if.

           move cls-code       to enr-cls-code.
           move data-richiesta to enr-data.
           move codice-atleta  to enr-ath-code.
           move oggi           to enr-data-prenotazione.
           move 78-utente-web  to enr-utente.
           write enr-rec
                 invalid
                    set esito-ko to true
                    move "Sei gia' prenotato a questa lezione"
                      to messaggio-riga
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-ENROLMENTS.

           set esito-ok to true.
           if lezione-spostata
              perform DESCRIVI-SPOSTAMENTO
           else
              move "Prenotazione confermata" to messaggio-riga
           end-if.

      ***---
       ANNULLA-CORSO.
           move csv-oggetto    to enr-cls-code cls-code.
           move data-richiesta to enr-data.
           move codice-atleta  to enr-ath-code.
           read enrolments
                invalid
      *            Non prenotato: magari e' in lista d'attesa e vuole
      *            togliersi anche da li'.
                   perform TOGLI-DALLA-LISTA
                   exit paragraph
           end-read.
           delete enrolments record
                  invalid
                     set esito-ko to true
                     move "Annullamento non riuscito, riprovare"
                       to messaggio-riga
                     exit paragraph
           end-delete.
           set gnk-cancellazione to true.
           perform GIORNALE-ENROLMENTS.
           perform PROMUOVI-PRIMO-IN-LISTA.
           set esito-annullato to true.
           move "Prenotazione annullata" to messaggio-riga.

      ***---
       CONTROLLA-CHIUSURA.
           move data-richiesta to clo-data.
           read closures
                invalid continue
            not invalid
                if clo-chiusura-totale
                   set esito-ko to true
                   initialize messaggio-riga
                   string "Palestra chiusa: " delimited size
                          clo-motivo          delimited "  "
                     into messaggio-riga
                   end-string
                end-if
           end-read.

      ***---
       CONTROLLA-ECCEZIONE-DATA.
      *    Eccezioni di calendario della singola data (gclassex):
      *    lezione annullata = rifiuto, spostata = si prenota e la
      *    risposta riporta sala/orario nuovi.
           set lezione-annullata to false.
           set lezione-spostata  to false.
           move cls-code       to cex-cls-code.
           move data-richiesta to cex-data.
           read classexc
                invalid exit paragraph
           end-read.
           if cex-annullata
              set lezione-annullata to true
              set esito-ko to true
              initialize messaggio-riga
              string "Lezione annullata: " delimited size
                     cex-motivo            delimited "  "
                into messaggio-riga
              end-string
              exit paragraph
           end-if.
           if cex-spostata
              set lezione-spostata to true
           end-if.

      ***---
       DESCRIVI-SPOSTAMENTO.
           initialize messaggio-riga.
           if cex-nuova-sala not = spaces
           and cex-nuova-ora not = 0
              move cex-nuova-ora to r-ora-disp
              string "Prenotazione confermata, lezione spostata: "
                                        delimited size
                     "sala "            delimited size
                     cex-nuova-sala     delimited "  "
                     " ore "            delimited size
                     r-ora-disp         delimited size
                into messaggio-riga
              end-string
              exit paragraph
           end-if.
           if cex-nuova-sala not = spaces
              string "Prenotazione confermata, lezione spostata "
                                        delimited size
                     "in sala "         delimited size
                     cex-nuova-sala     delimited "  "
                into messaggio-riga
              end-string
           else
              move cex-nuova-ora to r-ora-disp
              string "Prenotazione confermata, lezione spostata "
                                        delimited size
                     "alle ore "        delimited size
                     r-ora-disp         delimited size
                into messaggio-riga
              end-string
           end-if.

      ***---
       CONTROLLA-ABBONAMENTO.
      *    Ultimo abbonamento dell'atleta decorso entro la data della
      *    lezione: deve coprire quella data, con la scadenza
      *    allungata dei giorni congelati e senza sospensione in
      *    corso, come all'ingresso in gcheckin. Dal sito, a
      *    differenza del banco, senza abbonamento non si prenota.
           set abbonamento-valido to false.
           set esito-ko           to true.
           move codice-atleta  to sub-code.
           move data-richiesta to sub-data-inizio.
           start subscriptions key is <= sub-key
                 invalid
                    move "Nessun abbonamento valido alla data"
                      to messaggio-riga
                    exit paragraph
           end-start.
           read subscriptions next
                at end
                   move "Nessun abbonamento valido alla data"
                     to messaggio-riga
                   exit paragraph
           end-read.
           if sub-code not = codice-atleta
              move "Nessun abbonamento valido alla data"
                to messaggio-riga
              exit paragraph
           end-if.

           perform CONTROLLA-SOSPENSIONE.
           if data-sospesa
              move "Abbonamento sospeso alla data della lezione"
                to messaggio-riga
              exit paragraph
           end-if.

      *    Scadenza non valorizzata: al banco e' solo un avviso.
           if sub-data-scadenza not = 0
              move data-richiesta    to como-data-calcolo
              perform CALCOLA-NUMERO-GIORNO
              move como-numero-giorno to giorno-rif-num
              move sub-data-scadenza to como-data-calcolo
              perform CALCOLA-NUMERO-GIORNO
              move como-numero-giorno to giorno-scad-num
              perform CALCOLA-GIORNI-CONGELATI
              compute giorni-residui = giorno-scad-num
                                     + giorni-congelati
                                     - giorno-rif-num
              if giorni-residui < 0
                 move sub-data-scadenza to r-data-disp
                 initialize messaggio-riga
                 string "Abbonamento scaduto il " delimited size
                        r-data-disp               delimited size
                   into messaggio-riga
                 end-string
                 exit paragraph
              end-if
           end-if.

           set abbonamento-valido to true.
           move spaces to esito-riga messaggio-riga.

      ***---
       CONTROLLA-SOSPENSIONE.
           set data-sospesa to false.
           move codice-atleta to frz-code.
           move low-value     to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = codice-atleta
              or frz-data-da > data-richiesta
                 exit perform
              end-if
              if frz-data-a >= data-richiesta
                 set data-sospesa to true
                 exit perform
              end-if
           end-perform.

      ***---
       CALCOLA-GIORNI-CONGELATI.
      *    Somma dei giorni di sospensione che cadono dentro il
      *    periodo contrattuale [sub-data-inizio, sub-data-scadenza].
           move 0 to giorni-congelati.
           move sub-data-inizio to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-inizio-num.

           move codice-atleta to frz-code.
           move low-value     to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = codice-atleta
                 exit perform
              end-if
              perform SOMMA-GIORNI-PERIODO
           end-perform.

      ***---
       SOMMA-GIORNI-PERIODO.
           move frz-data-da to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-frz-da-num.
           move frz-data-a  to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-frz-a-num.
           if giorno-frz-da-num < giorno-inizio-num
              move giorno-inizio-num to giorno-frz-da-num
           end-if.
           if giorno-frz-a-num > giorno-scad-num
              move giorno-scad-num to giorno-frz-a-num
           end-if.
           if giorno-frz-a-num >= giorno-frz-da-num
              compute giorni-congelati = giorni-congelati
                      + giorno-frz-a-num - giorno-frz-da-num + 1
           end-if.

      ***---
       ACCODA-IN-LISTA.
      *    Corso al completo: come al banco l'atleta va in coda alla
      *    lista d'attesa della data, una volta sola. La posizione
      *    comunicata e' quella effettiva in coda.
           set atleta-gia-in-lista to false.
           move 0 to prossimo-progressivo posizione-lista.
           move cls-code       to wtl-cls-code.
           move data-richiesta to wtl-data.
           move low-value      to wtl-progressivo.
           start waitlist key is >= wtl-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read waitlist next at end exit perform end-read
                    if wtl-cls-code not = cls-code
                    or wtl-data     not = data-richiesta
                       exit perform
                    end-if
                    move wtl-progressivo to prossimo-progressivo
                    add 1 to posizione-lista
                    if wtl-ath-code = codice-atleta
                       set atleta-gia-in-lista to true
                    end-if
                 end-perform
           end-start.

           if atleta-gia-in-lista
              set esito-ko to true
              move "Sei gia' in lista d'attesa per questa lezione"
                to messaggio-riga
              exit paragraph
           end-if.

           move cls-code       to wtl-cls-code.
           move data-richiesta to wtl-data.
           add 1 to prossimo-progressivo.
           move prossimo-progressivo to wtl-progressivo.
           move codice-atleta  to wtl-ath-code.
           move oggi           to wtl-data-richiesta.
           accept wtl-ora-richiesta from time.
           move 78-utente-web  to wtl-utente.
           write wtl-rec
                 invalid
                    set esito-ko to true
                    move "Lista d'attesa non aggiornata, riprovare"
                      to messaggio-riga
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-WAITLIST.

           add 1 to posizione-lista.
           move posizione-lista to r-posizione-disp.
           move 0 to ix-spazi.
           inspect r-posizione-disp tallying ix-spazi
                   for leading spaces.
           set esito-lista to true.
           initialize messaggio-riga.
           string "Corso al completo: in lista d'attesa in posizione "
                                         delimited size
                  r-posizione-disp(ix-spazi + 1:)
                                         delimited size
             into messaggio-riga
           end-string.

      ***---
       TOGLI-DALLA-LISTA.
           set atleta-gia-in-lista to false.
           move csv-oggetto    to wtl-cls-code.
           move data-richiesta to wtl-data.
           move low-value      to wtl-progressivo.
           start waitlist key is >= wtl-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read waitlist next at end exit perform end-read
                    if wtl-cls-code not = csv-oggetto
                    or wtl-data     not = data-richiesta
                       exit perform
                    end-if
                    if wtl-ath-code = codice-atleta
                       set atleta-gia-in-lista to true
                       exit perform
                    end-if
                 end-perform
           end-start.
           if not atleta-gia-in-lista
              set esito-ko to true
              move "Prenotazione non presente" to messaggio-riga
              exit paragraph
           end-if.
           delete waitlist record
                  invalid
                     set esito-ko to true
                     move "Annullamento non riuscito, riprovare"
                       to messaggio-riga
                 not invalid
                     set gnk-cancellazione to true
                     perform GIORNALE-WAITLIST
                     set esito-annullato to true
                     move "Tolto dalla lista d'attesa"
                       to messaggio-riga
           end-delete.

      ***---
       PROMUOVI-PRIMO-IN-LISTA.
      *    Un posto si e' liberato: il progressivo piu' basso della
      *    lista d'attesa della data prende la prenotazione, come
      *    all'annullamento al banco in gbooking.
           move csv-oggetto    to wtl-cls-code.
           move data-richiesta to wtl-data.
           move low-value      to wtl-progressivo.
           start waitlist key is >= wtl-key
                 invalid exit paragraph
           end-start.
           read waitlist next
                at end exit paragraph
           end-read.
           if wtl-cls-code not = csv-oggetto
           or wtl-data     not = data-richiesta
              exit paragraph
           end-if.

           move wtl-cls-code  to enr-cls-code.
           move wtl-data      to enr-data.
           move wtl-ath-code  to enr-ath-code.
           move oggi          to enr-data-prenotazione.
           move 78-utente-web to enr-utente.
           write enr-rec
                 invalid
      *            Gia' prenotato per altra via: la riga di lista e'
      *            solo da togliere.
                   continue
             not invalid
                   set gnk-scrittura to true
                   perform GIORNALE-ENROLMENTS
           end-write.
           delete waitlist record
                  invalid continue
              not invalid
                  set gnk-cancellazione to true
                  perform GIORNALE-WAITLIST
           end-delete.

      ***---
       CONTA-POSTI-OCCUPATI.
           move 0 to posti-occupati.
           move cls-code       to enr-cls-code.
           move data-richiesta to enr-data.
           move low-value      to enr-ath-code.
           start enrolments key is >= enr-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read enrolments next at end exit perform end-read
                    if enr-cls-code not = cls-code
                    or enr-data     not = data-richiesta
                       exit perform
                    end-if
                    add 1 to posti-occupati
                 end-perform
           end-start.

      ***---
       PRENOTA-PERSONAL.
           move csv-oggetto to trn-code.
           read trainers
                invalid
                   set esito-ko to true
                   move "Trainer inesistente" to messaggio-riga
                   exit paragraph
           end-read.
           if not trn-attivo
              set esito-ko to true
              move "Trainer non disponibile" to messaggio-riga
              exit paragraph
           end-if.
           perform CONTROLLA-CHIUSURA.
           if esito-ko
              exit paragraph
           end-if.

           move csv-oggetto    to qlk-trn-code.
           set qlk-personal    to true.
           move spaces         to qlk-oggetto.
           move data-richiesta to qlk-data.
           call   "qualifica" using qualifica-linkage.
           cancel "qualifica".
           if qlk-non-qualificato
              set esito-ko to true
              move "Trainer non disponibile per il personal training"
                to messaggio-riga
              exit paragraph
           end-if.

           perform CONTROLLA-TURNO-SLOT.
           if not turno-copre-slot
              set esito-ko to true
              move "Trainer non in turno a quell'ora"
                to messaggio-riga
              exit paragraph
           end-if.

           move csv-oggetto    to apt-trn-code.
           move data-richiesta to apt-data.
           move ora-richiesta  to apt-ora.
           move codice-atleta  to apt-ath-code.
           set apt-prenotato   to true.
           move 78-utente-web  to apt-utente.
           write apt-rec
                 invalid
                    set esito-ko to true
                    read ptdiary invalid continue end-read
                    if apt-ath-code = codice-atleta
                       move "Appuntamento gia' prenotato"
                         to messaggio-riga
                    else
                       move "Trainer gia' impegnato a quell'ora"
                         to messaggio-riga
                    end-if
                    exit paragraph
           end-write.
           set esito-ok to true.
           move "Appuntamento confermato" to messaggio-riga.

      ***---
       ANNULLA-PERSONAL.
      *    Si annulla solo un appuntamento proprio e non ancora
      *    erogato, come in gptbook.
           move csv-oggetto    to apt-trn-code.
           move data-richiesta to apt-data.
           move ora-richiesta  to apt-ora.
           read ptdiary
                invalid
                   set esito-ko to true
                   move "Appuntamento non presente" to messaggio-riga
                   exit paragraph
           end-read.
           if apt-ath-code not = codice-atleta
              set esito-ko to true
              move "Appuntamento non presente" to messaggio-riga
              exit paragraph
           end-if.
           if apt-erogato
              set esito-ko to true
              move "Seduta gia' erogata: non si annulla"
                to messaggio-riga
              exit paragraph
           end-if.
           delete ptdiary record
                  invalid
                     set esito-ko to true
                     move "Annullamento non riuscito, riprovare"
                       to messaggio-riga
                     exit paragraph
           end-delete.
           set esito-annullato to true.
           move "Appuntamento annullato" to messaggio-riga.

      ***---
       CONTROLLA-TURNO-SLOT.
      *    Basta un turno del trainer nel giorno della settimana della
      *    data che contenga l'orario dello slot (come in gptbook).
           set turno-copre-slot to false.
           perform CALCOLA-GIORNO-SETTIMANA.
           move csv-oggetto      to shf-trn-code.
           move giorno-settimana to shf-giorno-settimana.
           move low-value        to shf-ora-da.
           start shifts key is >= shf-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read shifts next at end exit perform end-read
              if shf-trn-code          not = csv-oggetto
              or shf-giorno-settimana  not = giorno-settimana
                 exit perform
              end-if
              if shf-ora-da <= ora-richiesta
              and shf-ora-a >= ora-richiesta
                 set turno-copre-slot to true
                 exit perform
              end-if
           end-perform.

      ***---
       CALCOLA-GIORNO-SETTIMANA.
      *    1 = lunedi' ... 7 = domenica, come cls-giorno-settimana.
           move data-richiesta to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           divide como-numero-giorno by 7 giving como-anni
                  remainder giorno-settimana.
           if giorno-settimana = 0
              move 7 to giorno-settimana
           end-if.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo di gcheckin), con
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
       GIORNALE-ENROLMENTS.
      *    Immagine dopo al giornale di giornata: l'operazione (W/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "web-pren"   to gnk-programma.
           move "enrolments" to gnk-file.
           move enr-rec      to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-WAITLIST.
           move "web-pren" to gnk-programma.
           move "waitlist" to gnk-file.
           move wtl-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close csvfile esiti classes classexc closures enrolments
                 waitlist athletes subscriptions freezes trainers
                 shifts ptdiary.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "web-pren"      to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-lette       to clg-letti.
           move num-accolte     to clg-scritti.
           move num-rifiutate   to clg-scartati.
           write clg-rec.
           close convlog.
