       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      prom-esiti.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Risposte dei soci ai promemoria del giorno prima (vedi
      *    prom-invio), restituite dal gateway mail/SMS in un file
      *    con una riga per risposta, campi separati da ";":
      *      riferimento;risposta
      *    dove il riferimento e' quello del messaggio (chiave della
      *    riga REMINDERS) e la risposta il testo del socio: ANNULLA,
      *    CANCEL, DISDICO o NO disdicono, OK, SI, YES, CONFERMO o
      *    CONFIRM confermano, il resto si scarta.
      *    Sulla disdetta si libera il posto come al banco: la
      *    prenotazione al corso si cancella e il primo della lista
      *    d'attesa (WAITLIST) viene promosso, come in gbooking, con
      *    un avviso nella sua lingua accodato al file del gateway
      *    (e la sua riga REMINDERS, cosi' anche lui puo' disdire
      *    rispondendo); l'appuntamento PT ancora prenotato si
      *    cancella da PTDIARY. Una disdetta per una data gia'
      *    passata non tocca piu' nulla.
      *    Le scritture su ENROLMENTS e WAITLIST vanno al giornale di
      *    giornata TXJRN. Gira nella catena notturna e si puo'
      *    lanciare di giorno ogni volta che il gateway consegna
      *    risposte: e' li' che la disdetta serve a chi e' in lista.
      *    Esito in CONVLOG.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "reminders.sl".
           copy "ptdiary.sl".
           copy "enrolments.sl".
           copy "waitlist.sl".
           copy "classes.sl".
           copy "classexc.sl".
           copy "athletes.sl".
           copy "convlog.sl".
       SELECT risposte
           ASSIGN       TO  path-risposte
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-risposte.
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
           copy "waitlist.fd".
           copy "classes.fd".
           copy "classexc.fd".
           copy "athletes.fd".
           copy "convlog.fd".

       FD  risposte
           LABEL RECORD IS STANDARD.
       01  rsp-riga                PIC  x(200).

       FD  gateway
           LABEL RECORD IS STANDARD.
       01  gtw-riga                PIC  x(400).

       WORKING-STORAGE SECTION.
           copy "promlang.def".
           copy "giornale.lks".
       77  esito-giornale          signed-short.

       77  status-reminders        pic xx.
       77  status-ptdiary          pic xx.
       77  status-enrolments       pic xx.
       77  status-waitlist         pic xx.
       77  status-classes          pic xx.
       77  status-classexc         pic xx.
       77  status-athletes         pic xx.
       77  status-convlog          pic xx.
       77  status-risposte         pic xx.
       77  status-gateway          pic xx.
       77  path-risposte           pic x(256).
       77  path-gateway            pic x(256).

      *    Utente delle registrazioni fatte su risposta al promemoria.
       78  78-utente-promemoria    value "PROMEMORIA".

       77  oggi                    pic 9(8).
       77  num-lette               pic 9(6) value 0.
       77  num-confermate          pic 9(6) value 0.
       77  num-disdette            pic 9(6) value 0.
       77  num-scartate            pic 9(6) value 0.
       77  num-promossi            pic 9(6) value 0.

      * CAMPI DELLA RIGA DI RISPOSTA
       01  rsp-riferimento         pic x(36).
       77  rsp-testo               pic x(20).
           88 rsp-disdetta         value "ANNULLA" "CANCEL" "DISDICO"
                                         "NO".
           88 rsp-conferma         value "OK" "SI" "SI'" "YES"
                                         "CONFERMO" "CONFIRM".

       01  chiave-promemoria.
           05 cp-tipo              pic x.
           05 cp-oggetto           pic x(5).
           05 cp-data              pic 9(8).
           05 cp-ora               pic 9(4).
           05 cp-ath-code          pic 9(18).

       77  ora-evento              pic 9(4).
       77  sala-evento             pic x(20).
       77  recapito                pic x(60).
       01  riferimento             pic x(36).
       01  testo-messaggio         pic x(300).
       77  pos-testo               pic 9(3).
       77  r-ora-disp              pic 99.99.
       01  r-data-disp             pic 99/99/9999.

       77  filler                  pic 9.
           88 promosso-dalla-lista value 1 false 0.
       77  filler                  pic 9.
           88 posto-liberato       value 1 false 0.

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
       77  link-path-risposte      pic x(256).
       77  link-path-gateway       pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito
      *    resta comunque tracciato in CONVLOG e REMINDERS.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-path-risposte link-path-gateway
                                 link-modo-batch link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.
           accept oggi   from century-date.

           perform APRI-FILES.
           if tutto-ok
              perform ELABORA-RISPOSTE
              perform CHIUDI-FILES
           end-if.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              display message num-confermate " conferme, "
                              num-disdette " disdette ("
                              num-promossi " promossi dalla lista), "
                              num-scartate " scartate"
                         title "Risposte ai promemoria"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       APRI-FILES.
           move link-path-risposte to path-risposte.
           open input risposte.
           if status-risposte not = "00"
              set errori to true
              if not link-batch
                 display message "Impossibile leggere "
                                 link-path-risposte
                            title "Risposte ai promemoria"
                             icon 3
              end-if
              exit paragraph
           end-if.
           move link-path-gateway to path-gateway.
           open extend gateway.
           if status-gateway = "35"
              open output gateway
           end-if.
           if status-gateway not = "00"
              close risposte
              set errori to true
              exit paragraph
           end-if.

           open i-o reminders.
           if status-reminders not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o enrolments.
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
           if status-ptdiary not = "00" and not = "05"
              set errori to true
           end-if.
           if errori
              close risposte gateway reminders enrolments waitlist
                    ptdiary
              exit paragraph
           end-if.

           open input classes classexc athletes.

      ***---
       ELABORA-RISPOSTE.
           perform until 1 = 2
              read risposte at end exit perform end-read
              if rsp-riga not = spaces
                 add 1 to num-lette
                 move spaces to rsp-riferimento rsp-testo
                 unstring rsp-riga delimited by ";"
                     into rsp-riferimento rsp-testo
                 end-unstring
                 inspect rsp-testo converting
                         "abcdefghijklmnopqrstuvwxyz"
                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                 perform ELABORA-RISPOSTA
              end-if
           end-perform.

      ***---
       ELABORA-RISPOSTA.
           move rsp-riferimento to chiave-promemoria.
           inspect chiave-promemoria replacing all "_" by space.
           if cp-data     not numeric
           or cp-ora      not numeric
           or cp-ath-code not numeric
              add 1 to num-scartate
              exit paragraph
           end-if.
           move chiave-promemoria to rmd-key.
           read reminders
                invalid
                   add 1 to num-scartate
                   exit paragraph
           end-read.

           evaluate true
           when rsp-conferma
                if rmd-inviato
                   set rmd-confermato to true
                   perform REGISTRA-RISPOSTA
                end-if
                add 1 to num-confermate
           when rsp-disdetta
                if rmd-disdetto
      *            Risposta ripetuta: il posto e' gia' stato liberato.
                   add 1 to num-disdette
                   exit paragraph
                end-if
                if rmd-data < oggi
                   add 1 to num-scartate
                   exit paragraph
                end-if
                if rmd-corso
                   perform LIBERA-PRENOTAZIONE
                else
                   perform LIBERA-APPUNTAMENTO
                end-if
                move chiave-promemoria to rmd-key
                read reminders
                     invalid continue
                 not invalid
                     set rmd-disdetto to true
                     perform REGISTRA-RISPOSTA
                end-read
                add 1 to num-disdette
           when other
                add 1 to num-scartate
           end-evaluate.

      ***---
       REGISTRA-RISPOSTA.
           move oggi to rmd-data-risposta.
           accept rmd-ora-risposta from time.
           rewrite rmd-rec invalid continue end-rewrite.

      ***---
       LIBERA-PRENOTAZIONE.
           set posto-liberato to false.
           move cp-oggetto  to enr-cls-code.
           move cp-data     to enr-data.
           move cp-ath-code to enr-ath-code.
           read enrolments
                invalid exit paragraph
           end-read.
           delete enrolments record
                  invalid exit paragraph
           end-delete.
           set posto-liberato to true.
           set gnk-cancellazione to true.
           perform GIORNALE-ENROLMENTS.
           perform PROMUOVI-PRIMO-IN-LISTA.

      ***---
       LIBERA-APPUNTAMENTO.
      *    Solo l'appuntamento ancora prenotato e dello stesso atleta:
      *    uno slot nel frattempo riassegnato o gia' erogato non si
      *    tocca.
           move cp-oggetto to apt-trn-code.
           move cp-data    to apt-data.
           move cp-ora     to apt-ora.
           read ptdiary
                invalid exit paragraph
           end-read.
           if apt-ath-code not = cp-ath-code
           or not apt-prenotato
              exit paragraph
           end-if.
           delete ptdiary record
                  invalid continue
           end-delete.

      ***---
       PROMUOVI-PRIMO-IN-LISTA.
      *    Il progressivo piu' basso della lista d'attesa della data
      *    prende il posto liberato, come all'annullamento al banco.
           set promosso-dalla-lista to false.
           move cp-oggetto to wtl-cls-code.
           move cp-data    to wtl-data.
           move low-value  to wtl-progressivo.
           start waitlist key is >= wtl-key
                 invalid exit paragraph
           end-start.
           read waitlist next
                at end exit paragraph
           end-read.
           if wtl-cls-code not = cp-oggetto
           or wtl-data     not = cp-data
              exit paragraph
           end-if.

           move wtl-cls-code  to enr-cls-code.
           move wtl-data      to enr-data.
           move wtl-ath-code  to enr-ath-code.
           move oggi          to enr-data-prenotazione.
           move 78-utente-promemoria to enr-utente.
           write enr-rec
                 invalid
      *            Gia' prenotato per altra via: la riga di lista e'
      *            solo da togliere.
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
              add 1 to num-promossi
              perform AVVISA-PROMOSSO
           end-if.

      ***---
       AVVISA-PROMOSSO.
      *    Il promosso lo deve sapere subito: avviso nel file del
      *    gateway e riga REMINDERS come per un promemoria, cosi' la
      *    sua risposta ANNULLA libera di nuovo il posto.
           move enr-ath-code to ath-code.
           read athletes
                invalid exit paragraph
           end-read.
           if ath-anonimizzato or ath-fuso
              exit paragraph
           end-if.
           move enr-cls-code to cls-code.
           read classes
                invalid exit paragraph
           end-read.
           move cls-ora  to ora-evento.
           move cls-sala to sala-evento.
           move enr-cls-code to cex-cls-code.
           move enr-data     to cex-data.
           read classexc
                invalid continue
            not invalid
                if cex-spostata
                   if cex-nuova-sala not = spaces
                      move cex-nuova-sala to sala-evento
                   end-if
                   if cex-nuova-ora not = 0
                      move cex-nuova-ora  to ora-evento
                   end-if
                end-if
           end-read.

           initialize rmd-rec.
           set rmd-corso      to true.
           move enr-cls-code  to rmd-oggetto.
           move enr-data      to rmd-data.
           move 0             to rmd-ora.
           move enr-ath-code  to rmd-ath-code.
           move ath-lingua    to rmd-lingua.
           move oggi          to rmd-data-invio.
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
              write rmd-rec invalid rewrite rmd-rec end-write
              exit paragraph
           end-if.

           perform COMPONI-AVVISO.
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
           write rmd-rec invalid rewrite rmd-rec end-write.

      ***---
       COMPONI-AVVISO.
           if ath-lingua = "EN"
              move TESTI-PROM-EN to TESTI-PROM
           else
              move TESTI-PROM-IT to TESTI-PROM
           end-if.
           move enr-data   to r-data-disp.
           move ora-evento to r-ora-disp.
           initialize testo-messaggio.
           move 1 to pos-testo.
           string TP-PROMOSSO      delimited "  "
                  " "              delimited size
                  r-data-disp      delimited size
                  " "              delimited size
                  TP-ALLE          delimited "  "
                  " "              delimited size
                  r-ora-disp       delimited size
                  " "              delimited size
                  TP-CORSO         delimited "  "
                  " "              delimited size
                  cls-desc         delimited "  "
                  " "              delimited size
                  TP-SALA          delimited "  "
                  " "              delimited size
                  sala-evento      delimited "  "
                  ". "             delimited size
                  TP-DISDETTA      delimited "  "
             into testo-messaggio
             with pointer pos-testo
           end-string.

      ***---
       GIORNALE-ENROLMENTS.
      *    Immagine dopo al giornale di giornata: l'operazione (W/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "prom-esiti" to gnk-programma.
           move "enrolments" to gnk-file.
           move enr-rec      to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-WAITLIST.
           move "prom-esiti" to gnk-programma.
           move "waitlist"   to gnk-file.
           move wtl-rec      to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close risposte gateway reminders enrolments waitlist
                 ptdiary classes classexc athletes.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "prom-esiti"    to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-lette       to clg-letti.
           compute clg-scritti = num-confermate + num-disdette.
           move num-scartate    to clg-scartati.
           write clg-rec.
           close convlog.
