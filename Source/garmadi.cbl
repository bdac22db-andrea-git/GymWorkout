       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      garmadi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen degli armadietti (armadietti): numero,
      *    zona e stato. A mano si mette un armadietto libero ("L") o
      *    fuori servizio ("F", col motivo nelle note); gli stati
      *    "chiave fuori" ("O") e "affittato" ("A") li gestiscono le
      *    consegne: la chiave giornaliera la da' e la riprende
      *    gcheckin, l'affitto mensile si registra qui con atleta e
      *    scadenza ("Affitta"; sullo stesso atleta rinnova la
      *    scadenza) e si chiude con "Libera", che riprende anche una
      *    chiave giornaliera rimasta fuori. Ogni consegna e' una riga
      *    di ARMASSEGN (report di chiusura st-armadietti).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "armadietti.sl".
       copy "armassegn.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "armadietti.fd".
       copy "armassegn.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-armadietti    pic xx.
       77  status-armassegn     pic xx.
       77  status-athletes      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 assegnazione-aperta value 1 false 0.

       77  oggi                 pic 9(8).
       01  chiave-assegnazione.
           05 ca-numero         pic 9(4).
           05 ca-data           pic 9(8).
           05 ca-ora            pic 9(8).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-numero       value 1.
       78  78-ID-ef-zona         value 2.
       78  78-ID-ef-stato        value 3.
       78  78-ID-ef-note         value 4.
       78  78-ID-ef-atleta       value 5.
       78  78-ID-ef-scadenza     value 6.
       78  78-ID-pb-carica       value 7.
       78  78-ID-pb-salva        value 8.
       78  78-ID-pb-affitta      value 9.
       78  78-ID-pb-libera       value 10.
       78  78-ID-pb-esci         value 11.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-numero-buf         pic 9(4).
       77  ef-zona-buf           pic x(10).
       77  ef-stato-buf          pic x.
       77  ef-note-buf           pic x(60).
       77  ef-atleta-buf         pic 9(18).
       77  ef-scadenza-buf       pic 9(8).

       SCREEN SECTION.
       01  Form1.
           05 ef-numero     line 2  col 22 pic 9(4)
                                            using ef-numero-buf.
           05 ef-zona       line 3  col 22 pic x(10)
                                            using ef-zona-buf.
           05 ef-stato      line 4  col 22 pic x
                                            using ef-stato-buf.
           05 ef-note       line 5  col 22 pic x(60)
                                            using ef-note-buf.
           05 ef-atleta     line 7  col 22 pic 9(18)
                                            using ef-atleta-buf.
           05 ef-scadenza   line 8  col 22 pic 9(8)
                                            using ef-scadenza-buf.
           05 pb-carica     line 10 col 5  pic x(10) value "Carica".
           05 pb-salva      line 10 col 20 pic x(10) value "Salva".
           05 pb-affitta    line 10 col 35 pic x(10) value "Affitta".
           05 pb-libera     line 10 col 50 pic x(10) value "Libera".
           05 pb-esci       line 10 col 65 pic x(10) value "Esci".

      ******************************************************************
       PROCEDURE DIVISION.
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
              perform GESTIONE-SCHERMO
              perform CHIUDI-FILES
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "garmadi"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           accept oggi from century-date.
           move 0      to ef-numero-buf ef-atleta-buf ef-scadenza-buf.
           move spaces to ef-zona-buf ef-note-buf.
           move "L"    to ef-stato-buf.

      ***---
       APRI-FILES.
           open i-o armadietti.
           if status-armadietti = "35"
              open output armadietti
              close armadietti
              open i-o armadietti
           end-if.
           if status-armadietti not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o armassegn.
           if status-armassegn = "35"
              open output armassegn
              close armassegn
              open i-o armassegn
           end-if.
           if status-armassegn not = "00" and not = "05"
              set errori to true
           end-if.

           open input athletes.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "garmadi-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-affitta
                perform AFFITTA-ARMADIETTO
           when 78-ID-pb-libera
                perform LIBERA-ARMADIETTO
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move ef-numero-buf to arm-numero.
           read armadietti
                invalid
                   display message "Armadietto non presente"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move arm-zona  to ef-zona-buf.
           move arm-stato to ef-stato-buf.
           move arm-note  to ef-note-buf.
           move 0 to ef-atleta-buf ef-scadenza-buf.
           perform CERCA-ASSEGNAZIONE-APERTA.
           if assegnazione-aperta
              move asg-code          to ef-atleta-buf
              move asg-data-scadenza to ef-scadenza-buf
           end-if.
           display Form1.

      ***---
       CERCA-ASSEGNAZIONE-APERTA.
      *    Ultima consegna dell'armadietto con la restituzione a zeri.
           set assegnazione-aperta to false.
           move ef-numero-buf to asg-numero.
           move low-value     to asg-data-consegna asg-ora-consegna.
           start armassegn key is >= asg-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read armassegn next at end exit perform end-read
              if asg-numero not = ef-numero-buf
                 exit perform
              end-if
              if asg-data-restituzione = 0
                 set assegnazione-aperta to true
                 move asg-key to chiave-assegnazione
              end-if
           end-perform.
           if assegnazione-aperta
              move chiave-assegnazione to asg-key
              read armassegn
                   invalid set assegnazione-aperta to false
              end-read
           end-if.

      ***---
       SALVA-RECORD.
           if ef-numero-buf = 0
              display message "Numero armadietto obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-zona-buf = spaces
              display message "Zona obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-stato-buf converting "lf" to "LF".

           move ef-numero-buf to arm-numero.
           read armadietti
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.

      *    Chiave fuori o affitto in corso: lo stato lo tengono le
      *    consegne, a mano si cambiano solo zona e note.
           if record-esistente
           and (arm-occupato or arm-affittato)
              if ef-stato-buf not = arm-stato
                 display message "Chiave consegnata: liberare prima "
                                 "l'armadietto" icon mb-warning-icon
                 exit paragraph
              end-if
           else
              if ef-stato-buf not = "L" and not = "F"
                 display message "Stato: L = libero, F = fuori "
                                 "servizio" icon mb-warning-icon
                 exit paragraph
              end-if
              if ef-stato-buf = "F" and ef-note-buf = spaces
                 display message "Indicare nelle note il motivo del "
                                 "fuori servizio" icon mb-warning-icon
                 exit paragraph
              end-if
           end-if.

           move ef-zona-buf  to arm-zona.
           move ef-stato-buf to arm-stato.
           move ef-note-buf  to arm-note.
           move acc-operatore       to arm-utente.
           display Form1.

           if record-esistente
              rewrite arm-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write arm-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       AFFITTA-ARMADIETTO.
           move ef-numero-buf to arm-numero.
           read armadietti
                invalid
                   display message "Armadietto non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           move ef-atleta-buf to ath-code.
           read athletes
                invalid
                   display message "Atleta " ef-atleta-buf
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           if ef-scadenza-buf <= oggi
              display message "Scadenza dell'affitto obbligatoria e "
                              "futura" icon mb-warning-icon
              exit paragraph
           end-if.

      *    Rinnovo: stesso atleta sull'affitto in corso, si sposta
      *    solo la scadenza.
           if arm-affittato
              perform CERCA-ASSEGNAZIONE-APERTA
              if assegnazione-aperta and asg-mensile
              and asg-code = ef-atleta-buf
                 move ef-scadenza-buf to asg-data-scadenza
                 rewrite asg-rec
                         invalid display message "Impossibile salvare"
                                    icon mb-warning-icon
                 end-rewrite
                 display message "Affitto rinnovato"
                            icon mb-information-icon
              else
                 display message "Armadietto affittato ad altro socio"
                            icon mb-warning-icon
              end-if
              exit paragraph
           end-if.
           if not arm-libero
              display message "Armadietto non libero"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           initialize asg-rec.
           move ef-numero-buf to asg-numero.
           move oggi          to asg-data-consegna.
           accept asg-ora-consegna from time.
           move ef-atleta-buf   to asg-code.
           set asg-mensile      to true.
           move ef-scadenza-buf to asg-data-scadenza.
           move 0 to asg-data-restituzione asg-ora-restituzione.
           move acc-operatore       to asg-utente-consegna.
           write asg-rec
                 invalid
                    display message "Impossibile salvare"
                               icon mb-warning-icon
                    exit paragraph
           end-write.
           set arm-affittato to true.
           move acc-operatore       to arm-utente.
           rewrite arm-rec invalid continue end-rewrite.
           move arm-stato to ef-stato-buf.
           display Form1.

      ***---
       LIBERA-ARMADIETTO.
      *    Fine affitto o chiave giornaliera recuperata: la consegna
      *    aperta si chiude adesso e l'armadietto torna libero.
           move ef-numero-buf to arm-numero.
           read armadietti
                invalid
                   display message "Armadietto non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           perform CERCA-ASSEGNAZIONE-APERTA.
           if assegnazione-aperta
              accept asg-data-restituzione from century-date
              accept asg-ora-restituzione  from time
              move acc-operatore       to asg-utente-restituzione
              rewrite asg-rec invalid continue end-rewrite
           end-if.
           if arm-occupato or arm-affittato
              set arm-libero to true
              move acc-operatore       to arm-utente
              rewrite arm-rec invalid continue end-rewrite
           end-if.
           move arm-stato to ef-stato-buf.
           move 0 to ef-atleta-buf ef-scadenza-buf.
           display Form1.

      ***---
       CHIUDI-FILES.
           close armadietti armassegn athletes.
