       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      ginterv.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen degli ordini di intervento sulle stazioni
      *    (interventi). "Apri" registra a mano un ordine nuovo sulla
      *    stazione indicata (numero da nextcode tramite il
      *    subprogramma intervento, S nel campo fuori servizio toglie
      *    subito la stazione dal giro); gli ordini aperti da st-usura
      *    o da un incidente di gincident si richiamano col numero.
      *    "Salva" registra tecnico o fornitore chiamato, costi di
      *    ricambi e manodopera e lo stato A aperto / L in
      *    lavorazione. "Chiudi ordine" lo chiude: la stazione torna
      *    in servizio e la data dell'ultimo tagliando passa a oggi,
      *    cosi' st-usura riparte a contare. Un ordine chiuso non si
      *    modifica piu'. Report: st-interventi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "interventi.sl".
       copy "stations.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "interventi.fd".
       copy "stations.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "intervento.lks".

       77  status-interventi    pic xx.
       77  status-stations      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.

       77  risposta             pic 9.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-numero       value 1.
       78  78-ID-ef-stazione     value 2.
       78  78-ID-ef-descr        value 3.
       78  78-ID-ef-fuori        value 4.
       78  78-ID-ef-tecnico      value 5.
       78  78-ID-ef-ricambi      value 6.
       78  78-ID-ef-manodopera   value 7.
       78  78-ID-ef-stato        value 8.
       78  78-ID-pb-carica       value 9.
       78  78-ID-pb-apri         value 10.
       78  78-ID-pb-salva        value 11.
       78  78-ID-pb-chiudi       value 12.
       78  78-ID-pb-esci         value 13.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-numero-buf         pic 9(6).
       77  ef-stazione-buf       pic x(5).
       77  ef-desc-stazione-buf  pic x(40).
       77  ef-origine-buf        pic x(40).
       77  ef-descr-buf          pic x(100).
       77  ef-fuori-buf          pic x.
       77  ef-tecnico-buf        pic x(40).
       77  ef-ricambi-buf        pic 9(7)v99.
       77  ef-manodopera-buf     pic 9(7)v99.
       77  ef-stato-buf          pic x.
       77  ef-apertura-buf       pic 9(8).
       77  ef-chiusura-buf       pic 9(8).

       SCREEN SECTION.
       01  Form1.
           05 ef-numero     line 2  col 22 pic 9(6)
                                            using ef-numero-buf.
           05 ef-stazione   line 3  col 22 pic x(5)
                                            using ef-stazione-buf.
           05 ef-desc-stazione line 3 col 28 pic x(40)
                                            using ef-desc-stazione-buf.
           05 ef-origine    line 4  col 22 pic x(40)
                                            using ef-origine-buf.
           05 ef-descr      line 5  col 22 pic x(100)
                                            using ef-descr-buf.
           05 ef-fuori      line 6  col 22 pic x
                                            using ef-fuori-buf.
           05 ef-tecnico    line 7  col 22 pic x(40)
                                            using ef-tecnico-buf.
           05 ef-ricambi    line 8  col 22 pic 9(7)v99
                                            using ef-ricambi-buf.
           05 ef-manodopera line 9  col 22 pic 9(7)v99
                                            using ef-manodopera-buf.
           05 ef-stato      line 10 col 22 pic x
                                            using ef-stato-buf.
           05 ef-apertura   line 11 col 22 pic 9(8)
                                            using ef-apertura-buf.
           05 ef-chiusura   line 12 col 22 pic 9(8)
                                            using ef-chiusura-buf.
           05 pb-carica     line 14 col 5  pic x(10) value "Carica".
           05 pb-apri       line 14 col 20 pic x(10) value "Apri".
           05 pb-salva      line 14 col 35 pic x(10) value "Salva".
           05 pb-chiudi     line 14 col 50 pic x(14)
                                            value "Chiudi ordine".
           05 pb-esci       line 14 col 69 pic x(10) value "Esci".

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
           move "ginterv"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move 0      to ef-numero-buf ef-ricambi-buf
                          ef-manodopera-buf ef-apertura-buf
                          ef-chiusura-buf.
           move spaces to ef-stazione-buf ef-desc-stazione-buf
                          ef-origine-buf ef-descr-buf ef-tecnico-buf.
           move "N"    to ef-fuori-buf.
           move "A"    to ef-stato-buf.

      ***---
       APRI-FILES.
           open i-o interventi.
           if status-interventi = "35"
              open output interventi
              close interventi
              open i-o interventi
           end-if.
           if status-interventi not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.

           open i-o stations.
           if status-stations not = "00" and not = "05"
              close interventi
              set errori to true
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
           copy "ginterv-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-apri
                perform APRI-ORDINE
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-chiudi
                perform CHIUDI-ORDINE
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move ef-numero-buf to itv-numero.
           read interventi
                invalid
                   display message "Ordine non presente"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           perform MOSTRA-ORDINE.

      ***---
       MOSTRA-ORDINE.
           move itv-numero           to ef-numero-buf.
           move itv-sta-code         to ef-stazione-buf.
           move itv-descrizione      to ef-descr-buf.
           move itv-fuori-servizio   to ef-fuori-buf.
           move itv-tecnico          to ef-tecnico-buf.
           move itv-costo-ricambi    to ef-ricambi-buf.
           move itv-costo-manodopera to ef-manodopera-buf.
           move itv-stato            to ef-stato-buf.
           move itv-data-apertura    to ef-apertura-buf.
           move itv-data-chiusura    to ef-chiusura-buf.
           initialize ef-origine-buf.
           evaluate true
           when itv-da-usura
                move "Segnalazione di usura (st-usura)"
                  to ef-origine-buf
           when itv-da-incidente
                string "Incidente del "     delimited size
                       itv-inc-data         delimited size
                       " atleta "           delimited size
                       itv-inc-ath-code     delimited size
                  into ef-origine-buf
                end-string
           when other
                move "Aperto a mano" to ef-origine-buf
           end-evaluate.
           move spaces        to ef-desc-stazione-buf.
           move itv-sta-code  to sta-code.
           read stations
                invalid continue
            not invalid move sta-desc to ef-desc-stazione-buf
           end-read.
           display Form1.

      ***---
       APRI-ORDINE.
           move spaces          to ef-desc-stazione-buf.
           move ef-stazione-buf to sta-code.
           read stations
                invalid
                   display message "Stazione " ef-stazione-buf
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           if ef-descr-buf = spaces
              display message "Descrizione del guasto obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-fuori-buf converting "sn" to "SN".
           if ef-fuori-buf not = "S" and not = "N"
              display message "Fuori servizio: S si', N no"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           initialize intervento-linkage.
           move ef-stazione-buf to itk-sta-code.
           set itk-manuale      to true.
           move ef-descr-buf    to itk-descrizione.
           move ef-fuori-buf    to itk-fuori-servizio.
      *    La stazione la riscrive il subprogramma: qui si rilascia.
           unlock stations.
           call   "intervento" using intervento-linkage.
           cancel "intervento".
           evaluate true
           when itk-aperto
                display message "Aperto l'ordine n. " itk-numero
                           icon mb-information-icon
           when itk-gia-aperto
                display message "La stazione ha gia' l'ordine n. "
                                itk-numero " non chiuso"
                           icon mb-warning-icon
           when other
                display message "Impossibile aprire l'ordine"
                           icon mb-warning-icon
                exit paragraph
           end-evaluate.
           move itk-numero to itv-numero.
           read interventi
                invalid exit paragraph
           end-read.
           perform MOSTRA-ORDINE.

      ***---
       SALVA-RECORD.
           move ef-numero-buf to itv-numero.
           read interventi
                invalid
                   display message "Ordine non presente: per un "
                                   "ordine nuovo usare Apri"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           if itv-chiuso
              display message "Ordine chiuso: non si modifica"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-stato-buf converting "al" to "AL".
           if ef-stato-buf not = "A" and not = "L"
              display message "Stato: A aperto, L in lavorazione "
                              "(per chiudere: Chiudi ordine)"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-stato-buf = "L" and ef-tecnico-buf = spaces
              display message "In lavorazione: indicare il tecnico "
                              "o fornitore chiamato"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-descr-buf      to itv-descrizione.
           move ef-tecnico-buf    to itv-tecnico.
           move ef-ricambi-buf    to itv-costo-ricambi.
           move ef-manodopera-buf to itv-costo-manodopera.
           move ef-stato-buf      to itv-stato.
           rewrite itv-rec
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
           end-rewrite.

      ***---
       CHIUDI-ORDINE.
           move ef-numero-buf to itv-numero.
           read interventi
                invalid
                   display message "Ordine non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           if itv-chiuso
              display message "Ordine gia' chiuso"
                         icon mb-information-icon
              exit paragraph
           end-if.
           if ef-tecnico-buf = spaces
              display message "Indicare il tecnico o fornitore che "
                              "ha eseguito l'intervento"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           display message box "Chiudere l'ordine e rimettere in "
                               "servizio la stazione?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.

           move ef-descr-buf      to itv-descrizione.
           move ef-tecnico-buf    to itv-tecnico.
           move ef-ricambi-buf    to itv-costo-ricambi.
           move ef-manodopera-buf to itv-costo-manodopera.
           set itv-chiuso         to true.
           accept itv-data-chiusura from century-date.
           move acc-operatore     to itv-utente-chiusura.
           rewrite itv-rec
                   invalid
                      display message "Impossibile salvare"
                                 icon mb-warning-icon
                      exit paragraph
           end-rewrite.

      *    Stazione di nuovo in linea e contatore d'uso azzerato, come
      *    il pulsante "Tagliando" di gstation.
           move itv-sta-code to sta-code.
           read stations
                invalid continue
            not invalid
                set sta-in-servizio to true
                move itv-data-chiusura to sta-data-servizio
                rewrite sta-rec invalid continue end-rewrite
           end-read.
           perform MOSTRA-ORDINE.

      ***---
       CHIUDI-FILES.
           close interventi stations.
