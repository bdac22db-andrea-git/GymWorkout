       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gsfideisc.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Iscrizioni alle sfide di palestra (SFIDEISC). Si iscrive
      *    un atleta attivo a una sfida aperta fino all'ultimo giorno
      *    del periodo; all'iscrizione si fissano sesso, eta'
      *    all'inizio della sfida e ultimo peso rilevato in MEASURES,
      *    da cui sfide-calc ricava la categoria. Se la sfida separa
      *    le classifiche per sesso l'anagrafica deve averlo.
      *    Per le sfide a risultati registrati a mano (fonte M) qui
      *    si registra il risultato: resta il migliore secondo la
      *    regola della sfida (X il piu' alto, N il piu' basso), con
      *    la somma (S) si accumula. Ritira toglie l'iscrizione
      *    finche' la sfida e' aperta.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "sfide.sl".
       copy "sfideisc.sl".
       copy "athletes.sl".
       copy "measures.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "sfide.fd".
       copy "sfideisc.fd".
       copy "athletes.fd".
       copy "measures.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-sfide         pic xx.
       77  status-sfideisc      pic xx.
       77  status-athletes      pic xx.
       77  status-measures      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 dati-validi       value 1 false 0.
       77  filler               pic 9.
           88 primo-giro-ricerca value 1 false 0.

       77  oggi                 pic 9(8).
       77  risposta             pic 9.

      * ISCRITTO SENZA PUNTEGGIO: IN CODA ALLA CLASSIFICA
       78  78-senza-punteggio   value 99999999,99.

       01  r-data-disp          pic 99/99/9999.
       01  r-posizione-disp     pic z(3)9.
       01  r-valore-disp        pic z(6)9,99.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-sfida        value 1.
       78  78-ID-ef-atleta       value 2.
       78  78-ID-ef-valore       value 3.
       78  78-ID-ef-datavalore   value 4.
       78  78-ID-pb-carica       value 5.
       78  78-ID-pb-iscrivi      value 6.
       78  78-ID-pb-registra     value 7.
       78  78-ID-pb-ritira       value 8.
       78  78-ID-pb-esci         value 9.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-sfida-buf          pic x(5).
       77  ef-atleta-buf         pic 9(18).
       77  ef-valore-buf         pic 9(7)v99.
       77  ef-datavalore-buf     pic 9(8).
       77  ef-descsfida-buf      pic x(60).
       77  ef-nominativo-buf     pic x(81).
       77  ef-categoria-buf      pic x(60).
       77  ef-posizione-buf      pic x(60).

       SCREEN SECTION.
       01  Form1.
           05 ef-sfida      line 2  col 22 pic x(5)
                                            using ef-sfida-buf.
           05 ef-descsfida  line 3  col 22 pic x(60)
                                            using ef-descsfida-buf.
           05 ef-atleta     line 5  col 22 pic 9(18)
                                            using ef-atleta-buf.
           05 ef-nominativo line 6  col 22 pic x(81)
                                            using ef-nominativo-buf.
           05 ef-categoria  line 7  col 22 pic x(60)
                                            using ef-categoria-buf.
           05 ef-posizione  line 8  col 22 pic x(60)
                                            using ef-posizione-buf.
           05 ef-valore     line 10 col 22 pic 9(7)v99
                                            using ef-valore-buf.
           05 ef-datavalore line 10 col 40 pic 9(8)
                                            using ef-datavalore-buf.
           05 pb-carica     line 12 col 5  pic x(14) value "Carica".
           05 pb-iscrivi    line 12 col 22 pic x(14)
                                           value "Iscrivi".
           05 pb-registra   line 12 col 39 pic x(18)
                                           value "Registra risultato".
           05 pb-ritira     line 14 col 5  pic x(14) value "Ritira".
           05 pb-esci       line 14 col 22 pic x(14) value "Esci".

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
           move "gsfideisc"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           accept oggi from century-date.
           move spaces to ef-sfida-buf.
           move 0      to ef-atleta-buf.
           perform PULISCI-DATI.

      ***---
       PULISCI-DATI.
           move spaces to ef-descsfida-buf ef-nominativo-buf
                          ef-categoria-buf ef-posizione-buf.
           move 0      to ef-valore-buf.
           move oggi   to ef-datavalore-buf.

      ***---
       APRI-FILES.
           open i-o sfideisc.
           if status-sfideisc = "35"
              open output sfideisc
              close sfideisc
              open i-o sfideisc
           end-if.
           if status-sfideisc not = "00" and not = "05"
              set errori to true
           end-if.
           open input sfide athletes measures.
           if status-sfide not = "00" and not = "05"
              set errori to true
              display message "Nessuna sfida in archivio (gsfide)"
                         icon mb-warning-icon
           end-if.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gsfideisc-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-ISCRIZIONE
           when 78-ID-pb-iscrivi
                perform ISCRIVI-ATLETA
           when 78-ID-pb-registra
                perform REGISTRA-RISULTATO
           when 78-ID-pb-ritira
                perform RITIRA-ISCRIZIONE
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       LEGGI-SFIDA-ATLETA.
      *    Sfida e atleta devono esistere; le descrizioni vanno a
      *    video in ogni caso.
           set dati-validi to false.
           inspect ef-sfida-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform PULISCI-DATI.
           move ef-sfida-buf to sfd-code.
           read sfide no lock
                invalid
                   display Form1
                   display message "Sfida " ef-sfida-buf
                              " inesistente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           move sfd-data-da to r-data-disp.
           string sfd-desc    delimited "  "
                  " dal "     delimited size
                  r-data-disp delimited size
             into ef-descsfida-buf
           end-string.
           if sfd-chiusa
              string ef-descsfida-buf delimited "  "
                     " (CHIUSA)"      delimited size
                into ef-categoria-buf
              end-string
              move ef-categoria-buf to ef-descsfida-buf
              move spaces           to ef-categoria-buf
           end-if.
           move ef-atleta-buf to ath-code.
           read athletes no lock
                invalid
                   display Form1
                   display message "Atleta " ef-atleta-buf
                              " inesistente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
             into ef-nominativo-buf
           end-string.
           set dati-validi to true.

      ***---
       CARICA-ISCRIZIONE.
           perform LEGGI-SFIDA-ATLETA.
           if not dati-validi
              exit paragraph
           end-if.
           move sfd-code      to sfi-sfd-code.
           move ef-atleta-buf to sfi-ath-code.
           read sfideisc no lock
                invalid
                   move "Non iscritto" to ef-categoria-buf
                   display Form1
                   exit paragraph
           end-read.
           perform MOSTRA-ISCRIZIONE.
           display Form1.

      ***---
       MOSTRA-ISCRIZIONE.
           if sfi-desc-categoria = spaces
              move "Categoria da calcolare" to ef-categoria-buf
           else
              move sfi-desc-categoria to ef-categoria-buf
           end-if.
           initialize ef-posizione-buf.
           if sfi-punteggio-presente
              move sfi-valore      to r-valore-disp
              move sfi-data-valore to r-data-disp
              if sfi-posizione = 0
                 string "Risultato "   delimited size
                        r-valore-disp  delimited size
                        " "            delimited size
                        sfd-unita      delimited "  "
                        " del "        delimited size
                        r-data-disp    delimited size
                   into ef-posizione-buf
                 end-string
              else
                 move sfi-posizione to r-posizione-disp
                 string "Posizione "      delimited size
                        r-posizione-disp  delimited size
                        ", risultato "    delimited size
                        r-valore-disp     delimited size
                        " "               delimited size
                        sfd-unita         delimited "  "
                   into ef-posizione-buf
                 end-string
              end-if
           else
              move "Nessun risultato" to ef-posizione-buf
           end-if.

      ***---
       ISCRIVI-ATLETA.
           perform LEGGI-SFIDA-ATLETA.
           if not dati-validi
              exit paragraph
           end-if.
           if sfd-chiusa or oggi > sfd-data-a
              display message "Sfida chiusa alle iscrizioni"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if not ath-attivo
              display message "Atleta non attivo"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if sfd-categorie-sesso
           and not ath-maschio and not ath-femmina
              display message "La sfida ha classifiche per sesso: "
                              "indicarlo in anagrafica (gathlete)"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           initialize sfi-rec.
           move sfd-code      to sfi-sfd-code.
           move ef-atleta-buf to sfi-ath-code.
           move oggi          to sfi-data-iscrizione.
           move ath-sesso     to sfi-sesso.
           if ath-data-nascita not = 0
           and ath-data-nascita < sfd-data-da
              compute sfi-eta =
                      (sfd-data-da - ath-data-nascita) / 10000
           end-if.
           perform CERCA-ULTIMO-PESO.
           move 78-senza-punteggio to sfi-ordine.
           move acc-operatore      to sfi-utente.
           write sfi-rec
                 invalid
                    display message "Atleta gia' iscritto alla sfida"
                               icon mb-information-icon
                    exit paragraph
           end-write.
           perform MOSTRA-ISCRIZIONE.
           display Form1.
           display message "Iscrizione registrata"
                      icon mb-information-icon.

      ***---
       CERCA-ULTIMO-PESO.
      *    Ultima rilevazione dell'atleta fino a oggi, dal fondo del
      *    suo storico; senza rilevazioni il peso resta a zero e la
      *    categoria di peso non si assegna.
           move 0             to sfi-peso.
           move ef-atleta-buf to mea-code.
           move oggi          to mea-data-rilevazione.
           start measures key is <= mea-key
                 invalid exit paragraph
           end-start.
           set primo-giro-ricerca to true.
           perform until 1 = 2
              if primo-giro-ricerca
                 read measures next
                      at end exit perform
                 end-read
                 set primo-giro-ricerca to false
              else
                 read measures previous
                      at end exit perform
                 end-read
              end-if
              if mea-code not = ef-atleta-buf
                 exit perform
              end-if
              if mea-peso not = 0
                 move mea-peso to sfi-peso
                 exit perform
              end-if
           end-perform.

      ***---
       REGISTRA-RISULTATO.
           perform LEGGI-SFIDA-ATLETA.
           if not dati-validi
              exit paragraph
           end-if.
           if not sfd-fonte-manuale
              display message "Il punteggio di questa sfida si "
                              "calcola da registro serie o ingressi"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if sfd-chiusa
              display message "Sfida chiusa"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-valore-buf = 0
              display message "Indicare il risultato"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-datavalore-buf = 0
              move oggi to ef-datavalore-buf
           end-if.
           if ef-datavalore-buf < sfd-data-da
           or ef-datavalore-buf > sfd-data-a
           or ef-datavalore-buf > oggi
              display message "Data del risultato fuori dal periodo "
                              "della sfida"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move sfd-code      to sfi-sfd-code.
           move ef-atleta-buf to sfi-ath-code.
           read sfideisc
                invalid
                   display message "Atleta non iscritto alla sfida"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           evaluate true
           when not sfi-punteggio-presente
                move ef-valore-buf     to sfi-valore
                move ef-datavalore-buf to sfi-data-valore
           when sfd-regola-somma
                add  ef-valore-buf     to sfi-valore
                move ef-datavalore-buf to sfi-data-valore
           when sfd-regola-minimo
                if ef-valore-buf < sfi-valore
                   move ef-valore-buf     to sfi-valore
                   move ef-datavalore-buf to sfi-data-valore
                end-if
           when other
                if ef-valore-buf > sfi-valore
                   move ef-valore-buf     to sfi-valore
                   move ef-datavalore-buf to sfi-data-valore
                end-if
           end-evaluate.
           set sfi-punteggio-presente to true.
           move acc-operatore to sfi-utente.
           rewrite sfi-rec
                   invalid
                      display message "Impossibile salvare"
                                 icon mb-warning-icon
                      exit paragraph
           end-rewrite.
           move 0 to ef-valore-buf.
           perform MOSTRA-ISCRIZIONE.
           display Form1.

      ***---
       RITIRA-ISCRIZIONE.
           perform LEGGI-SFIDA-ATLETA.
           if not dati-validi
              exit paragraph
           end-if.
           if sfd-chiusa
              display message "Sfida chiusa: la classifica finale "
                              "non si tocca piu'"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move sfd-code      to sfi-sfd-code.
           move ef-atleta-buf to sfi-ath-code.
           read sfideisc
                invalid
                   display message "Atleta non iscritto alla sfida"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           display message box "Ritirare l'atleta dalla sfida? Il "
                               "risultato registrato si perde"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              unlock sfideisc
              exit paragraph
           end-if.
           delete sfideisc record
                  invalid
                     display message "Impossibile eliminare"
                                icon mb-warning-icon
                     exit paragraph
           end-delete.
           move "Non iscritto" to ef-categoria-buf.
           display Form1.

      ***---
       CHIUDI-FILES.
           close sfideisc sfide athletes measures.
