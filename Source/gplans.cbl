       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gplans.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen del catalogo piani (plans): codice,
      *    descrizione, prezzo di listino, durata in mesi e piano rate.
      *    E' il listino da cui gsubscri prende importo, scadenza e
      *    scadenzario delle rate, al posto della dicitura libera e
      *    delle rate caricate a mano una per una in gpayment. Un piano
      *    non piu' in vendita si marca cessato ("C"): gli abbonamenti
      *    gia' registrati continuano a puntarlo.
      *    Il preavviso di disdetta (giorni) e' quello che gdisdette
      *    aggiunge alla data della richiesta per la fine effettiva.
      *    Le fasce di accesso (fino a tre: giorni della settimana da
      *    lunedi' a domenica, una lettera per giorno ammesso, e
      *    orario dalle/alle) limitano i piani ridotti "mattina" o
      *    "solo weekend": le applicano gcheckin e gate-scan.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "plans.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "plans.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "accesso.lks".

       77  status-plans         pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-desc         value 2.
       78  78-ID-ef-prezzo       value 3.
       78  78-ID-ef-durata       value 4.
       78  78-ID-ef-rate         value 5.
       78  78-ID-ef-intervallo   value 6.
       78  78-ID-ef-stato        value 7.
       78  78-ID-ef-preavviso    value 8.
       78  78-ID-ef-giorni-1     value 9.
       78  78-ID-ef-dalle-1      value 10.
       78  78-ID-ef-alle-1       value 11.
       78  78-ID-ef-giorni-2     value 12.
       78  78-ID-ef-dalle-2      value 13.
       78  78-ID-ef-alle-2       value 14.
       78  78-ID-ef-giorni-3     value 15.
       78  78-ID-ef-dalle-3      value 16.
       78  78-ID-ef-alle-3       value 17.
       78  78-ID-pb-carica       value 18.
       78  78-ID-pb-salva        value 19.
       78  78-ID-pb-esci         value 20.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic x(5).
       77  ef-desc-buf           pic x(40).
       77  ef-prezzo-buf         pic 9(5)v99.
       77  ef-durata-buf         pic 9(3).
       77  ef-rate-buf           pic 9(3).
       77  ef-intervallo-buf     pic 9(3).
       77  ef-stato-buf          pic x.
       77  ef-preavviso-buf      pic 9(3).
       77  ef-giorni-1-buf       pic x(7).
       77  ef-dalle-1-buf        pic 9(4).
       77  ef-alle-1-buf         pic 9(4).
       77  ef-giorni-2-buf       pic x(7).
       77  ef-dalle-2-buf        pic 9(4).
       77  ef-alle-2-buf         pic 9(4).
       77  ef-giorni-3-buf       pic x(7).
       77  ef-dalle-3-buf        pic 9(4).
       77  ef-alle-3-buf         pic 9(4).

      * CONTROLLO DELLE FASCE DI ACCESSO
       01  como-fasce.
           05 como-fascia        occurs 3.
               10 como-fsc-giorni    pic x(7).
               10 como-fsc-dalle     pic 9(4).
               10 como-fsc-alle      pic 9(4).
       77  fsc-ix                pic 9.
       01  como-orario.
           05 como-orario-hh     pic 99.
           05 como-orario-mi     pic 99.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic x(5)
                                            using ef-codice-buf.
           05 ef-desc       line 3  col 22 pic x(40)
                                            using ef-desc-buf.
           05 ef-prezzo     line 4  col 22 pic 9(5)v99
                                            using ef-prezzo-buf.
           05 ef-durata     line 5  col 22 pic 9(3)
                                            using ef-durata-buf.
           05 ef-rate       line 6  col 22 pic 9(3)
                                            using ef-rate-buf.
           05 ef-intervallo line 7  col 22 pic 9(3)
                                            using ef-intervallo-buf.
           05 ef-stato      line 8  col 22 pic x
                                            using ef-stato-buf.
           05 ef-preavviso  line 9  col 22 pic 9(3)
                                            using ef-preavviso-buf.
           05 ef-giorni-1   line 10 col 22 pic x(7)
                                            using ef-giorni-1-buf.
           05 ef-dalle-1    line 10 col 32 pic 9(4)
                                            using ef-dalle-1-buf.
           05 ef-alle-1     line 10 col 40 pic 9(4)
                                            using ef-alle-1-buf.
           05 ef-giorni-2   line 11 col 22 pic x(7)
                                            using ef-giorni-2-buf.
           05 ef-dalle-2    line 11 col 32 pic 9(4)
                                            using ef-dalle-2-buf.
           05 ef-alle-2     line 11 col 40 pic 9(4)
                                            using ef-alle-2-buf.
           05 ef-giorni-3   line 12 col 22 pic x(7)
                                            using ef-giorni-3-buf.
           05 ef-dalle-3    line 12 col 32 pic 9(4)
                                            using ef-dalle-3-buf.
           05 ef-alle-3     line 12 col 40 pic 9(4)
                                            using ef-alle-3-buf.
           05 pb-carica     line 14 col 5  pic x(10) value "Carica".
           05 pb-salva      line 14 col 20 pic x(10) value "Salva".
           05 pb-esci       line 14 col 35 pic x(10) value "Esci".

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
           move "gplans"      to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-desc-buf.
           move 0      to ef-prezzo-buf ef-durata-buf ef-intervallo-buf.
           move 30     to ef-preavviso-buf.
           move 1      to ef-rate-buf.
           move "A"    to ef-stato-buf.
           move spaces to ef-giorni-1-buf ef-giorni-2-buf
                          ef-giorni-3-buf.
           move 0      to ef-dalle-1-buf ef-alle-1-buf ef-dalle-2-buf
                          ef-alle-2-buf ef-dalle-3-buf ef-alle-3-buf.

      ***---
       APRI-FILES.
           open i-o plans.
           if status-plans = "35"
              open output plans
              close plans
              open i-o plans
           end-if.
           if status-plans not = "00" and not = "05"
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
           copy "gplans-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move ef-codice-buf to pln-code.
           read plans
                invalid
                   display message "Piano non presente a catalogo"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move pln-desc          to ef-desc-buf.
           move pln-prezzo        to ef-prezzo-buf.
           move pln-durata-mesi   to ef-durata-buf.
           move pln-num-rate      to ef-rate-buf.
           move pln-mesi-tra-rate to ef-intervallo-buf.
           move pln-stato         to ef-stato-buf.
           move pln-giorni-preavviso to ef-preavviso-buf.
           move pln-fsc-giorni(1) to ef-giorni-1-buf.
           move pln-fsc-dalle(1)  to ef-dalle-1-buf.
           move pln-fsc-alle(1)   to ef-alle-1-buf.
           move pln-fsc-giorni(2) to ef-giorni-2-buf.
           move pln-fsc-dalle(2)  to ef-dalle-2-buf.
           move pln-fsc-alle(2)   to ef-alle-2-buf.
           move pln-fsc-giorni(3) to ef-giorni-3-buf.
           move pln-fsc-dalle(3)  to ef-dalle-3-buf.
           move pln-fsc-alle(3)   to ef-alle-3-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           if ef-codice-buf = spaces
              display message "Codice piano obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-durata-buf = 0
              display message "Durata in mesi obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
      *    Con piu' rate serve la cadenza, altrimenti cadrebbero
      *    tutte alla decorrenza.
           if ef-rate-buf > 1
           and ef-intervallo-buf = 0
              display message "Indicare i mesi tra una rata e l'altra"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-stato-buf not = "A" and not = "C"
              display message "Stato: A = in vendita, C = cessato"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-giorni-1-buf to como-fsc-giorni(1).
           move ef-dalle-1-buf  to como-fsc-dalle(1).
           move ef-alle-1-buf   to como-fsc-alle(1).
           move ef-giorni-2-buf to como-fsc-giorni(2).
           move ef-dalle-2-buf  to como-fsc-dalle(2).
           move ef-alle-2-buf   to como-fsc-alle(2).
           move ef-giorni-3-buf to como-fsc-giorni(3).
           move ef-dalle-3-buf  to como-fsc-dalle(3).
           move ef-alle-3-buf   to como-fsc-alle(3).
           set tutto-ok to true.
           perform varying fsc-ix from 1 by 1 until fsc-ix > 3
              perform CONTROLLA-FASCIA
              if errori
                 exit perform
              end-if
           end-perform.
           if errori
              set tutto-ok to true
              exit paragraph
           end-if.

           move ef-codice-buf to pln-code.
           read plans
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.

           move ef-desc-buf       to pln-desc.
           move ef-prezzo-buf     to pln-prezzo.
           move ef-durata-buf     to pln-durata-mesi.
           move ef-rate-buf       to pln-num-rate.
           move ef-intervallo-buf to pln-mesi-tra-rate.
           move ef-stato-buf      to pln-stato.
           move ef-preavviso-buf  to pln-giorni-preavviso.
           move como-fasce        to pln-fasce.

           if record-esistente
              rewrite pln-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write pln-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       CONTROLLA-FASCIA.
      *    Fascia senza giorni = non usata, e allora niente orario;
      *    orari hhmm validi e "alle" oltre "dalle" (0000-0000 =
      *    giornata intera, 2400 = fino a chiusura).
           inspect como-fsc-giorni(fsc-ix)
                   converting "lmgvsd" to "LMGVSD".
           if como-fsc-giorni(fsc-ix) = spaces
              if como-fsc-dalle(fsc-ix) not = 0
              or como-fsc-alle(fsc-ix)  not = 0
                 set errori to true
                 display message "Fascia " fsc-ix ": indicare i "
                                 "giorni ammessi (LMMGVSD)"
                            icon mb-warning-icon
              end-if
              exit paragraph
           end-if.
           if como-fsc-dalle(fsc-ix) = 0
           and como-fsc-alle(fsc-ix) = 0
              exit paragraph
           end-if.
           move como-fsc-dalle(fsc-ix) to como-orario.
           if como-orario-hh > 23 or como-orario-mi > 59
              set errori to true
           end-if.
           move como-fsc-alle(fsc-ix) to como-orario.
           if como-orario-hh > 24 or como-orario-mi > 59
           or (como-orario-hh = 24 and como-orario-mi not = 0)
              set errori to true
           end-if.
           if como-fsc-alle(fsc-ix) <= como-fsc-dalle(fsc-ix)
              set errori to true
           end-if.
           if errori
              display message "Fascia " fsc-ix ": orario dalle/alle "
                              "non valido (hhmm, alle dopo dalle)"
                         icon mb-warning-icon
           end-if.

      ***---
       CHIUDI-FILES.
           close plans.
