       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      grientri.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen dei casi di rientro all'allenamento dopo
      *    un infortunio (RIENTRI). Il caso si richiama con atleta,
      *    data e ora dell'incidente; "Apri" lo crea per un incidente
      *    di INCIDENTS che non l'ha aperto da solo (gincident lo apre
      *    sugli infortuni medi e gravi, subprogramma rientro).
      *    "Salva" registra fase (R riposo, B riabilitazione, P carico
      *    parziale, C via libera), data di revisione, fino a cinque
      *    esclusioni - tipo E esercizio, G gruppo, M macrogruppo
      *    seguito dal codice, come in glimiti - e nota del
      *    fisioterapista. Ogni cambio di fase va firmato col codice
      *    del trainer (TRAINERS) e resta nel caso con data e
      *    operatore. glogwod, gkiosk e st-wod seguono la fase in
      *    corso; le revisioni scadute escono in st-rientri.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "rientri.sl".
       copy "incidents.sl".
       copy "athletes.sl".
       copy "trainers.sl".
       copy "exercises.sl".
       copy "groups.sl".
       copy "macrogroups.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "rientri.fd".
       copy "incidents.fd".
       copy "athletes.fd".
       copy "trainers.fd".
       copy "exercises.fd".
       copy "groups.fd".
       copy "macrogroups.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "rientro.lks".

       77  status-rientri       pic xx.
       77  status-incidents     pic xx.
       77  status-athletes      pic xx.
       77  status-trainers      pic xx.
       77  status-exercises     pic xx.
       77  status-groups        pic xx.
       77  status-macrogroups   pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 esclusioni-valide value 1 false 0.

       77  oggi                 pic 9(8).
       77  ix                   pic 9.
       77  ix-fase              pic 9.
       77  fase-nuova           pic x.
       01  tab-fasi.
           05 filler            pic x(4) value "RBPC".
       01  filler redefines tab-fasi.
           05 fase-el           pic x occurs 4.
       01  tab-desc-fasi.
           05 filler            pic x(16) value "Riposo".
           05 filler            pic x(16) value "Riabilitazione".
           05 filler            pic x(16) value "Carico parziale".
           05 filler            pic x(16) value "Via libera".
       01  filler redefines tab-desc-fasi.
           05 desc-fase-el      pic x(16) occurs 4.

       01  como-data-calcolo.
           05 como-data-anno    pic 9(4).
           05 como-data-mese    pic 99.
           05 como-data-gg      pic 99.
       01  r-data-disp.
           05 r-data-gg         pic 99.
           05 filler            pic x value "/".
           05 r-data-mese       pic 99.
           05 filler            pic x value "/".
           05 r-data-anno       pic 9(4).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-data         value 2.
       78  78-ID-ef-ora          value 3.
       78  78-ID-ef-fase         value 4.
       78  78-ID-ef-revisione    value 5.
       78  78-ID-ef-esc-1        value 6.
       78  78-ID-ef-esc-2        value 7.
       78  78-ID-ef-esc-3        value 8.
       78  78-ID-ef-esc-4        value 9.
       78  78-ID-ef-esc-5        value 10.
       78  78-ID-ef-firmatario   value 11.
       78  78-ID-ef-nota         value 12.
       78  78-ID-pb-carica       value 13.
       78  78-ID-pb-apri         value 14.
       78  78-ID-pb-salva        value 15.
       78  78-ID-pb-esci         value 16.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic 9(18).
       77  ef-data-buf           pic 9(8).
       77  ef-ora-buf            pic 9(8).
       77  ef-nominativo-buf     pic x(81).
       77  ef-fase-buf           pic x.
       77  ef-revisione-buf      pic 9(8).
      *    Esclusione: tipo (E, G, M) seguito dal codice.
       01  ef-escl-buf.
           05 ef-esc-1-buf       pic x(6).
           05 ef-esc-2-buf       pic x(6).
           05 ef-esc-3-buf       pic x(6).
           05 ef-esc-4-buf       pic x(6).
           05 ef-esc-5-buf       pic x(6).
       01  filler redefines ef-escl-buf.
           05 ef-esc-buf         occurs 5.
              10 ef-esc-tipo-buf pic x.
              10 ef-esc-rif-buf  pic x(5).
       77  ef-firmatario-buf     pic x(5).
       77  ef-nota-buf           pic x(100).
      *    Firme delle fasi, solo in visione.
       01  ef-firme-buf.
           05 ef-firma-1-buf     pic x(80).
           05 ef-firma-2-buf     pic x(80).
           05 ef-firma-3-buf     pic x(80).
           05 ef-firma-4-buf     pic x(80).
       01  filler redefines ef-firme-buf.
           05 ef-firma-buf       pic x(80) occurs 4.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic 9(18)
                                            using ef-codice-buf.
           05 ef-data       line 3  col 22 pic 9(8)
                                            using ef-data-buf.
           05 ef-ora        line 4  col 22 pic 9(8)
                                            using ef-ora-buf.
           05 ef-nominativo line 5  col 22 pic x(81)
                                            using ef-nominativo-buf.
           05 ef-fase       line 6  col 22 pic x
                                            using ef-fase-buf.
           05 ef-revisione  line 7  col 22 pic 9(8)
                                            using ef-revisione-buf.
           05 ef-esc-1      line 8  col 22 pic x(6)
                                            using ef-esc-1-buf.
           05 ef-esc-2      line 8  col 30 pic x(6)
                                            using ef-esc-2-buf.
           05 ef-esc-3      line 8  col 38 pic x(6)
                                            using ef-esc-3-buf.
           05 ef-esc-4      line 8  col 46 pic x(6)
                                            using ef-esc-4-buf.
           05 ef-esc-5      line 8  col 54 pic x(6)
                                            using ef-esc-5-buf.
           05 ef-firmatario line 9  col 22 pic x(5)
                                            using ef-firmatario-buf.
           05 ef-nota       line 10 col 22 pic x(100)
                                            using ef-nota-buf.
           05 ef-firma-1    line 11 col 22 pic x(80)
                                            using ef-firma-1-buf.
           05 ef-firma-2    line 12 col 22 pic x(80)
                                            using ef-firma-2-buf.
           05 ef-firma-3    line 13 col 22 pic x(80)
                                            using ef-firma-3-buf.
           05 ef-firma-4    line 14 col 22 pic x(80)
                                            using ef-firma-4-buf.
           05 pb-carica     line 16 col 5  pic x(10) value "Carica".
           05 pb-apri       line 16 col 20 pic x(10) value "Apri".
           05 pb-salva      line 16 col 35 pic x(10) value "Salva".
           05 pb-esci       line 16 col 50 pic x(10) value "Esci".

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
           move "grientri"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           accept oggi from century-date.
           move 0 to ef-codice-buf ef-data-buf ef-ora-buf.
           perform PULISCI-CASO.

      ***---
       PULISCI-CASO.
           move 0      to ef-revisione-buf.
           move spaces to ef-nominativo-buf ef-fase-buf ef-escl-buf
                          ef-firmatario-buf ef-nota-buf ef-firme-buf.

      ***---
       APRI-FILES.
           open i-o rientri.
           if status-rientri = "35"
              open output rientri
              close rientri
              open i-o rientri
           end-if.
           if status-rientri not = "00" and not = "05"
              set errori to true
           end-if.

           open input incidents athletes trainers exercises groups
                      macrogroups.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "grientri-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-apri
                perform APRI-CASO
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           perform PULISCI-CASO.
           move ef-codice-buf to rie-ath-code.
           move ef-data-buf   to rie-inc-data.
           move ef-ora-buf    to rie-inc-ora.
           read rientri no lock
                invalid
                   display Form1
                   display message "Caso non presente: per "
                                   "aprirlo dall'incidente usare Apri"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           perform MOSTRA-CASO.

      ***---
       MOSTRA-CASO.
           move rie-fase           to ef-fase-buf.
           move rie-data-revisione to ef-revisione-buf.
           move rie-nota           to ef-nota-buf.
           perform varying ix from 1 by 1 until ix > 5
              move rie-esc-tipo(ix)     to ef-esc-tipo-buf(ix)
              move rie-esc-rif-code(ix) to ef-esc-rif-buf(ix)
           end-perform.
           move spaces to ef-firmatario-buf ef-firme-buf.
           perform varying ix from 1 by 1 until ix > 4
              if rie-firma-data(ix) not = 0
                 move rie-firma-data(ix) to como-data-calcolo
                 perform COMPONI-DATA
                 string desc-fase-el(ix)      delimited "  "
                        " il "                delimited size
                        r-data-disp           delimited size
                        " - trainer "         delimited size
                        rie-firma-trn-code(ix) delimited size
                        " - operatore "       delimited size
                        rie-firma-utente(ix)  delimited "  "
                   into ef-firma-buf(ix)
                 end-string
              end-if
           end-perform.
           move spaces        to ef-nominativo-buf.
           move rie-ath-code  to ath-code.
           read athletes
                invalid continue
            not invalid
                string ath-cognome delimited "  "
                       " "         delimited size
                       ath-nome    delimited "  "
                  into ef-nominativo-buf
                end-string
           end-read.
           display Form1.

      ***---
       APRI-CASO.
           move ef-data-buf   to inc-data.
           move ef-ora-buf    to inc-ora.
           move ef-codice-buf to inc-ath-code.
           read incidents
                invalid
                   display message "Incidente non presente "
                                   "(registrarlo in gincident)"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
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
              exit paragraph
           end-if.
           display message rnk-messaggio icon mb-information-icon.
           perform CARICA-RECORD.

      ***---
       SALVA-RECORD.
           move ef-codice-buf to rie-ath-code.
           move ef-data-buf   to rie-inc-data.
           move ef-ora-buf    to rie-inc-ora.
           read rientri
                invalid
                   display message "Caso non presente: per un caso "
                                   "nuovo usare Apri"
                              icon mb-warning-icon
                   exit paragraph
           end-read.

           inspect ef-fase-buf converting "rbpc" to "RBPC".
           move 0 to ix-fase.
           perform varying ix from 1 by 1 until ix > 4
              if fase-el(ix) = ef-fase-buf
                 move ix to ix-fase
              end-if
           end-perform.
           if ix-fase = 0
              display message "Fase: R riposo, B riabilitazione, "
                              "P carico parziale, C via libera"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ef-fase-buf to fase-nuova.
           if fase-nuova not = "C" and ef-revisione-buf < oggi
              display message "Data di revisione mancante o passata: "
                              "fissare la prossima revisione"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           perform CONTROLLA-ESCLUSIONI.
           if not esclusioni-valide
              exit paragraph
           end-if.

      *    Il passaggio di fase lo firma il trainer, col suo codice.
           if fase-nuova not = rie-fase
              if ef-firmatario-buf = spaces
                 display message "Cambio di fase: indicare il codice "
                                 "del trainer che lo firma"
                            icon mb-warning-icon
                 exit paragraph
              end-if
              move ef-firmatario-buf to trn-code
              read trainers
                   invalid
                      display message "Trainer " ef-firmatario-buf
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
              if not trn-attivo
                 display message "Trainer " ef-firmatario-buf
                                 " cessato" icon mb-warning-icon
                 exit paragraph
              end-if
              move fase-nuova        to rie-fase
              move oggi              to rie-firma-data(ix-fase)
              move ef-firmatario-buf to rie-firma-trn-code(ix-fase)
              move acc-operatore     to rie-firma-utente(ix-fase)
           end-if.

           move ef-revisione-buf to rie-data-revisione.
           move ef-nota-buf      to rie-nota.
           perform varying ix from 1 by 1 until ix > 5
              move ef-esc-tipo-buf(ix) to rie-esc-tipo(ix)
              move ef-esc-rif-buf(ix)  to rie-esc-rif-code(ix)
           end-perform.
           rewrite rie-rec
                   invalid
                      display message "Impossibile salvare"
                                 icon mb-warning-icon
                      exit paragraph
           end-rewrite.
           perform MOSTRA-CASO.

      ***---
       CONTROLLA-ESCLUSIONI.
      *    Ogni esclusione non vuota deve puntare a un esercizio, un
      *    gruppo o un macrogruppo esistente; un esercizio ritirato
      *    dal catalogo non si esclude piu', si esclude il sostituto.
           set esclusioni-valide to true.
           inspect ef-escl-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform varying ix from 1 by 1
                     until ix > 5 or not esclusioni-valide
              if ef-esc-buf(ix) not = spaces
                 evaluate ef-esc-tipo-buf(ix)
                 when "E"
                      move ef-esc-rif-buf(ix) to exe-code
                      read exercises
                           invalid set esclusioni-valide to false
                      end-read
                      if esclusioni-valide
                      and exe-codice-ritirato
                         set esclusioni-valide to false
                         display message "Esercizio "
                                         ef-esc-rif-buf(ix)
                                         " ritirato: usare "
                                         exe-sostituito-da
                                    icon mb-warning-icon
                         exit paragraph
                      end-if
                 when "G"
                      move ef-esc-rif-buf(ix) to grp-code
                      read groups
                           invalid set esclusioni-valide to false
                      end-read
                 when "M"
                      move ef-esc-rif-buf(ix) to mcg-code
                      read macrogroups
                           invalid set esclusioni-valide to false
                      end-read
                 when other
                      set esclusioni-valide to false
                 end-evaluate
                 if not esclusioni-valide
                    display message "Esclusione " ef-esc-buf(ix)
                                    " non valida: E, G o M seguito "
                                    "da un codice esistente"
                               icon mb-warning-icon
                 end-if
              end-if
           end-perform.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       CHIUDI-FILES.
           close rientri incidents athletes trainers exercises groups
                 macrogroups.
