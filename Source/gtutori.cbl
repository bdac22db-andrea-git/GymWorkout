       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gtutori.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen del registro tutori (tutori): per ogni
      *    atleta minorenne il genitore o tutore legale (nominativo,
      *    relazione, recapiti), la data di firma del consenso chiesto
      *    dall'assicurazione con gli estremi del documento e le alzate
      *    tecniche per le quali il consenso e' stato esteso. Piu'
      *    tutori per atleta col progressivo. Senza un consenso
      *    firmato il minorenne non entra (gcheckin, gate-scan,
      *    gkiosk) e senza l'alzata in elenco gclearan non firma
      *    l'abilitazione; st-minori elenca i consensi mancanti e chi
      *    sta per compiere diciotto anni.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "tutori.sl".
       copy "athletes.sl".
       copy "exercises.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "tutori.fd".
       copy "athletes.fd".
       copy "exercises.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-tutori        pic xx.
       77  status-athletes      pic xx.
       77  status-exercises     pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

       77  oggi                 pic 9(8).
       77  data-maggiore-eta    pic 9(8).
       77  idx-alzata           pic 9.
       77  alzate-ok            pic 9.
           88 alzate-valide     value 1 false 0.
       77  alzata-errata        pic x(5).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-progr        value 2.
       78  78-ID-ef-nominativo   value 3.
       78  78-ID-ef-relazione    value 4.
       78  78-ID-ef-telefono     value 5.
       78  78-ID-ef-email        value 6.
       78  78-ID-ef-consenso     value 7.
       78  78-ID-ef-documento    value 8.
       78  78-ID-ef-alzata-1     value 9.
       78  78-ID-ef-alzata-2     value 10.
       78  78-ID-ef-alzata-3     value 11.
       78  78-ID-ef-alzata-4     value 12.
       78  78-ID-ef-alzata-5     value 13.
       78  78-ID-pb-carica       value 14.
       78  78-ID-pb-salva        value 15.
       78  78-ID-pb-elimina      value 16.
       78  78-ID-pb-esci         value 17.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic 9(18).
       77  ef-progr-buf          pic 9(2).
       77  ef-nominativo-buf     pic x(60).
       77  ef-relazione-buf      pic x(20).
       77  ef-telefono-buf       pic x(20).
       77  ef-email-buf          pic x(60).
       77  ef-consenso-buf       pic 9(8).
       77  ef-documento-buf      pic x(40).
       01  ef-alzate-buf.
           05 ef-alzata-1-buf    pic x(5).
           05 ef-alzata-2-buf    pic x(5).
           05 ef-alzata-3-buf    pic x(5).
           05 ef-alzata-4-buf    pic x(5).
           05 ef-alzata-5-buf    pic x(5).
       01  filler redefines ef-alzate-buf.
           05 ef-alzata-buf      pic x(5) occurs 5.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic 9(18)
                                            using ef-codice-buf.
           05 ef-progr      line 3  col 22 pic 9(2)
                                            using ef-progr-buf.
           05 ef-nominativo line 4  col 22 pic x(60)
                                            using ef-nominativo-buf.
           05 ef-relazione  line 5  col 22 pic x(20)
                                            using ef-relazione-buf.
           05 ef-telefono   line 6  col 22 pic x(20)
                                            using ef-telefono-buf.
           05 ef-email      line 7  col 22 pic x(60)
                                            using ef-email-buf.
           05 ef-consenso   line 8  col 22 pic 9(8)
                                            using ef-consenso-buf.
           05 ef-documento  line 9  col 22 pic x(40)
                                            using ef-documento-buf.
           05 ef-alzata-1   line 10 col 22 pic x(5)
                                            using ef-alzata-1-buf.
           05 ef-alzata-2   line 10 col 29 pic x(5)
                                            using ef-alzata-2-buf.
           05 ef-alzata-3   line 10 col 36 pic x(5)
                                            using ef-alzata-3-buf.
           05 ef-alzata-4   line 10 col 43 pic x(5)
                                            using ef-alzata-4-buf.
           05 ef-alzata-5   line 10 col 50 pic x(5)
                                            using ef-alzata-5-buf.
           05 pb-carica     line 12 col 5  pic x(10) value "Carica".
           05 pb-salva      line 12 col 20 pic x(10) value "Salva".
           05 pb-elimina    line 12 col 35 pic x(10) value "Elimina".
           05 pb-esci       line 12 col 50 pic x(10) value "Esci".

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
           move "gtutori"     to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           accept oggi from century-date.
           move 0 to ef-codice-buf ef-consenso-buf.
           move 1 to ef-progr-buf.
           move spaces to ef-nominativo-buf ef-relazione-buf
                          ef-telefono-buf ef-email-buf
                          ef-documento-buf ef-alzate-buf.

      ***---
       APRI-FILES.
           open i-o tutori.
           if status-tutori = "35"
              open output tutori
              close tutori
              open i-o tutori
           end-if.
           if status-tutori not = "00" and not = "05"
              set errori to true
           end-if.

           open input athletes exercises.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gtutori-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-elimina
                perform ELIMINA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move ef-codice-buf to tut-code.
           move ef-progr-buf  to tut-progr.
           read tutori
                invalid
                   display message "Tutore non presente"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move tut-nominativo    to ef-nominativo-buf.
           move tut-relazione     to ef-relazione-buf.
           move tut-telefono      to ef-telefono-buf.
           move tut-email         to ef-email-buf.
           move tut-data-consenso to ef-consenso-buf.
           move tut-documento     to ef-documento-buf.
           move tut-alzate        to ef-alzate-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           move ef-codice-buf to ath-code.
           read athletes
                invalid
                   display message "Atleta " ef-codice-buf
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
      *    Il registro serve ai minorenni: per un maggiorenne (o senza
      *    data di nascita in anagrafica) si salva lo stesso, ma la
      *    reception lo deve sapere.
           if ath-data-nascita = 0
              display message "Data di nascita dell'atleta non "
                              "caricata in anagrafica"
                         icon mb-information-icon
           else
              compute data-maggiore-eta = ath-data-nascita + 180000
              if data-maggiore-eta <= oggi
                 display message "L'atleta e' maggiorenne: il "
                                 "consenso del tutore non serve"
                            icon mb-information-icon
              end-if
           end-if.
           if ef-progr-buf = 0
              display message "Progressivo tutore obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-nominativo-buf = spaces
              display message "Nominativo del tutore obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-relazione-buf = spaces
              display message "Relazione con l'atleta obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-telefono-buf = spaces and ef-email-buf = spaces
              display message "Almeno un recapito (telefono o "
                              "e-mail) del tutore"
                         icon mb-warning-icon
              exit paragraph
           end-if.
      *    Il consenso firmato vale solo con gli estremi del modulo.
           if ef-consenso-buf not = 0
              if ef-consenso-buf > oggi
                 display message "Data consenso nel futuro"
                            icon mb-warning-icon
                 exit paragraph
              end-if
              if ef-documento-buf = spaces
                 display message "Estremi del documento di consenso "
                                 "obbligatori" icon mb-warning-icon
                 exit paragraph
              end-if
           end-if.
           perform CONTROLLA-ALZATE.
           if not alzate-valide
              exit paragraph
           end-if.

           move ef-codice-buf to tut-code.
           move ef-progr-buf  to tut-progr.
           read tutori
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.

           move ef-nominativo-buf to tut-nominativo.
           move ef-relazione-buf  to tut-relazione.
           move ef-telefono-buf   to tut-telefono.
           move ef-email-buf      to tut-email.
           move ef-consenso-buf   to tut-data-consenso.
           move ef-documento-buf  to tut-documento.
           move ef-alzate-buf     to tut-alzate.
           move acc-operatore       to tut-utente.

           if record-esistente
              rewrite tut-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write tut-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       CONTROLLA-ALZATE.
      *    Ogni alzata in elenco dev'essere un esercizio esistente che
      *    richiede l'abilitazione del coach, e l'elenco ha senso solo
      *    con il consenso firmato.
           set alzate-valide to true.
           if ef-alzate-buf not = spaces and ef-consenso-buf = 0
              set alzate-valide to false
              display message "Alzate autorizzate senza data di "
                              "consenso" icon mb-warning-icon
              exit paragraph
           end-if.
           perform varying idx-alzata from 1 by 1
                     until idx-alzata > 5
              if ef-alzata-buf(idx-alzata) not = spaces
                 move ef-alzata-buf(idx-alzata) to exe-code
                 read exercises
                      invalid
                         set alzate-valide to false
                         move ef-alzata-buf(idx-alzata)
                           to alzata-errata
                         display message "Esercizio " alzata-errata
                                    " inesistente"
                                    icon mb-warning-icon
                         exit perform
                 end-read
                 if exe-codice-ritirato
                    set alzate-valide to false
                    move ef-alzata-buf(idx-alzata) to alzata-errata
                    display message "Esercizio " alzata-errata
                               " ritirato: usare " exe-sostituito-da
                               icon mb-warning-icon
                    exit perform
                 end-if
                 if not exe-abilitazione-richiesta
                    set alzate-valide to false
                    move ef-alzata-buf(idx-alzata) to alzata-errata
                    display message "L'esercizio " alzata-errata
                               " non richiede abilitazione"
                               icon mb-warning-icon
                    exit perform
                 end-if
              end-if
           end-perform.

      ***---
       ELIMINA-RECORD.
           move ef-codice-buf to tut-code.
           move ef-progr-buf  to tut-progr.
           read tutori
                invalid
                   display message "Tutore non presente"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           delete tutori record
                  invalid display message "Impossibile eliminare"
                             icon mb-warning-icon
           end-delete.

      ***---
       CHIUDI-FILES.
           close tutori athletes exercises.
