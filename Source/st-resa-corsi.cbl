       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-resa-corsi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Resa del calendario corsi sul periodo indicato, per decidere
      *    a fine stagione quali lezioni tenere, spostare o
      *    raddoppiare. Per ogni lezione in calendario (CLASSES: un
      *    codice = un giorno della settimana, un orario, una sala e
      *    un trainer) scorre le date del periodo che cadono nel suo
      *    giorno e ne ricava:
      *    - lezioni tenute, annullate (CLASSEXC) e perse per
      *      chiusura totale (CLOSURES; sulla parziale decide
      *      l'annullamento in CLASSEXC, come al banco);
      *    - prenotati medi (ENROLMENTS) contro cls-capienza e
      *      riempimento percentuale;
      *    - lista d'attesa media (WAITLIST): restano in lista i soli
      *      mai promossi, quindi e' la domanda rimasta fuori;
      *    - presenti medi all'appello di porta (CLASSATT, sulle sole
      *      lezioni con appello) e percentuale di no-show fra i
      *      prenotati chiamati all'appello.
      *    La classifica va dalla lezione piu' richiesta alla meno
      *    richiesta: domanda = (prenotati + in attesa) su posti
      *    offerti. Si segnalano le lezioni SEMPRE PIENE (ogni lezione
      *    tenuta al completo e con lista d'attesa) e quelle SOTTO
      *    SOGLIA di riempimento (linkage, default 40%).
      *    Periodo: data iniziale zero = 1 settembre della stagione
      *    della data finale; data finale zero o futura = oggi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "classes.sl".
       copy "classexc.sl".
       copy "closures.sl".
       copy "enrolments.sl".
       copy "waitlist.sl".
       copy "classatt.sl".
       copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "classes.fd".
       copy "classexc.fd".
       copy "closures.fd".
       copy "enrolments.fd".
       copy "waitlist.fd".
       copy "classatt.fd".
       copy "trainers.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-classes        pic xx.
       77  status-classexc       pic xx.
       77  status-closures       pic xx.
       77  status-enrolments     pic xx.
       77  status-waitlist       pic xx.
       77  status-classatt       pic xx.
       77  status-trainers       pic xx.

      * COSTANTI
       78  titolo                value "Resa del calendario corsi".
       78  78-fine-pagina        value 19.
       78  78-max-lezioni        value 100.
       78  78-soglia-default     value 40.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".
       77  filler                pic 9.
           88 giorno-chiuso      value 1 false 0.
       77  filler                pic 9.
           88 lezione-annullata  value 1 false 0.
       77  filler                pic 9.
           88 tabella-troncata   value 1 false 0.
       77  filler                pic 9.
           88 intestazione-stampata value 1 false 0.

       77  oggi                  pic 9(8).
       77  soglia-minima         pic 9(3).
       77  giorno-settimana      pic 9.

      * DATA IN ESAME NEL GIRO DEL PERIODO
       01  data-esame            pic 9(8).
       01  filler redefines data-esame.
           05 de-anno            pic 9(4).
           05 de-mese            pic 99.
           05 de-giorno          pic 99.
       77  como-div              pic 9(4).
       77  como-resto            pic 9(4).
       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.

      * CALCOLO DEL GIORNO DELLA SETTIMANA (numero di giorno
      * progressivo dal 01/01/0001: il resto modulo 7 da' il giorno,
      * 1 = lunedi' ... 0 = domenica)
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
       01  tab-nomi-giorni.
           05 filler             pic x(21) value
              "LUNMARMERGIOVENSABDOM".
       01  filler redefines tab-nomi-giorni.
           05 nome-giorno        occurs 7 times pic x(3).

      * CONTEGGI DELLA SINGOLA LEZIONE
       77  prenotati-lezione     pic 9(4).
       77  attesa-lezione        pic 9(4).
       77  presenti-lezione      pic 9(4).
       77  assenti-lezione       pic 9(4).

      * ACCUMULI PER LEZIONE IN CALENDARIO
       01  tab-lezioni.
           05 tab-lez-el         occurs 100 times.
               10 tab-lez-code           pic x(5).
               10 tab-lez-desc           pic x(40).
               10 tab-lez-giorno         pic 9.
               10 tab-lez-ora            pic 9(4).
               10 tab-lez-sala           pic x(20).
               10 tab-lez-capienza       pic 9(3).
               10 tab-lez-trainer        pic x(5).
               10 tab-lez-tenute         pic 9(4).
               10 tab-lez-annullate      pic 9(4).
               10 tab-lez-chiuse         pic 9(4).
               10 tab-lez-piene-attesa   pic 9(4).
               10 tab-lez-con-appello    pic 9(4).
               10 tab-lez-prenotati      pic 9(6).
               10 tab-lez-attesa         pic 9(6).
               10 tab-lez-presenti       pic 9(6).
               10 tab-lez-assenti        pic 9(6).
               10 tab-lez-domanda        pic 9(5).
               10 tab-lez-riempimento    pic 9(3).
       01  tab-lez-swap          pic x(130).
       77  tab-lez-count         pic 9(3) value 0.
       77  tab-ix                pic 9(3).
       77  tab-jx                pic 9(3).
       77  tab-ix-migliore       pic 9(3).
       77  posizione             pic 9(3).
       77  como-posti            pic 9(8).
       77  como-media            pic 9(5)v9.
       77  como-perc             pic 9(3)v9.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-da-disp        pic 99/99/9999.
       01  r-data-a-disp         pic 99/99/9999.
       01  r-soglia-disp         pic zz9.
       01  r-intestazione.
           05 filler             pic x(5)  value "Pos.".
           05 filler             pic x(28) value "Lezione".
           05 filler             pic x(10) value "Giorno".
           05 filler             pic x(13) value "Sala".
           05 filler             pic x(13) value "Trainer".
           05 filler             pic x(14) value "Ten/Ann/Chi".
           05 filler             pic x(12) value "Pren./Cap.".
           05 filler             pic x(7)  value "Riemp.".
           05 filler             pic x(8)  value "Domanda".
           05 filler             pic x(7)  value "Attesa".
           05 filler             pic x(9)  value "Presenti".
           05 filler             pic x(8)  value "No-show".
           05 filler             pic x(15) value "Segnalazione".
       01  r-riga-lezione.
           05 r-lez-pos          pic zz9.
           05 filler             pic x(2)  value spaces.
           05 r-lez-code         pic x(6).
           05 r-lez-desc         pic x(22).
           05 r-lez-giorno       pic x(4).
           05 r-lez-ora          pic 99.99.
           05 filler             pic x     value space.
           05 r-lez-sala         pic x(13).
           05 r-lez-trainer      pic x(13).
           05 r-lez-tenute       pic zzz9.
           05 filler             pic x     value "/".
           05 r-lez-annullate    pic zz9.
           05 filler             pic x     value "/".
           05 r-lez-chiuse       pic zz9.
           05 filler             pic x(2)  value spaces.
           05 r-lez-prenotati    pic zz9,9.
           05 filler             pic x     value "/".
           05 r-lez-capienza     pic zz9.
           05 filler             pic x(2)  value spaces.
           05 r-lez-riempimento  pic zz9.
           05 filler             pic x(4)  value "%   ".
           05 r-lez-domanda      pic zzz9.
           05 filler             pic x(4)  value "%   ".
           05 r-lez-attesa       pic zz9,9.
           05 filler             pic x(3)  value spaces.
           05 r-lez-presenti     pic zz9,9.
           05 filler             pic x(3)  value spaces.
           05 r-lez-noshow       pic zz9,9.
           05 filler             pic x(3)  value "%  ".
           05 r-lez-segnalazione pic x(20).

       LINKAGE SECTION.
      *    Periodo (aaaammgg): vedi testata per i valori a zero.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
      *    Riempimento minimo in percentuale; zero = 40.
       77  link-soglia           pic 9(3).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a link-soglia
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform CARICA-LEZIONI
              perform SCORRI-PERIODO
              perform CALCOLA-INDICI
              perform ORDINA-PER-DOMANDA
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           set tabella-troncata to false.
           set intestazione-stampata to false.
           initialize tab-lezioni.
           accept oggi from century-date.
           if link-data-a = 0
           or link-data-a > oggi
              move oggi to link-data-a
           end-if.
           if link-data-da = 0
      *       Inizio della stagione: il 1 settembre che precede la
      *       data finale.
              move link-data-a to data-esame
              if de-mese < 9
                 subtract 1 from de-anno
              end-if
              move 9 to de-mese
              move 1 to de-giorno
              move data-esame to link-data-da
           end-if.
           if link-soglia = 0
              move 78-soglia-default to soglia-minima
           else
              move link-soglia to soglia-minima
           end-if.

      ***---
       APRI-FILES.
           open input classes classexc closures enrolments waitlist
                      classatt trainers.
           if status-classes not = "00"
              set errori to true
           end-if.

      ***---
       CARICA-LEZIONI.
           move low-value to cls-code.
           start classes key is >= cls-code
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read classes next at end exit perform end-read
              if tab-lez-count >= 78-max-lezioni
                 set tabella-troncata to true
                 exit perform
              end-if
              add 1 to tab-lez-count
              move cls-code             to tab-lez-code(tab-lez-count)
              move cls-desc             to tab-lez-desc(tab-lez-count)
              move cls-giorno-settimana
                                        to tab-lez-giorno(tab-lez-count)
              move cls-ora              to tab-lez-ora(tab-lez-count)
              move cls-sala             to tab-lez-sala(tab-lez-count)
              move cls-capienza
                                      to tab-lez-capienza(tab-lez-count)
              move cls-trainer-code
                                       to tab-lez-trainer(tab-lez-count)
           end-perform.

      ***---
       SCORRI-PERIODO.
      *    Un giro sulle date del periodo; il giorno della settimana
      *    si calcola sulla prima e poi avanza con la data.
           move link-data-da to data-esame.
           move data-esame   to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           divide como-numero-giorno by 7 giving como-anni
                  remainder giorno-settimana.
           if giorno-settimana = 0
              move 7 to giorno-settimana
           end-if.
           perform until data-esame > link-data-a
              perform ESAMINA-GIORNO
              perform GIORNO-SUCCESSIVO
              if giorno-settimana = 7
                 move 1 to giorno-settimana
              else
                 add 1 to giorno-settimana
              end-if
           end-perform.

      ***---
       ESAMINA-GIORNO.
           set giorno-chiuso to false.
           move data-esame to clo-data.
           read closures
                invalid continue
            not invalid
                if clo-chiusura-totale
                   set giorno-chiuso to true
                end-if
           end-read.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-lez-count
              if tab-lez-giorno(tab-ix) = giorno-settimana
                 perform ESAMINA-LEZIONE
              end-if
           end-perform.

      ***---
       ESAMINA-LEZIONE.
           if giorno-chiuso
              add 1 to tab-lez-chiuse(tab-ix)
              exit paragraph
           end-if.
           set lezione-annullata to false.
           move tab-lez-code(tab-ix) to cex-cls-code.
           move data-esame           to cex-data.
           read classexc
                invalid continue
            not invalid
                if cex-annullata
                   set lezione-annullata to true
                end-if
           end-read.
           if lezione-annullata
              add 1 to tab-lez-annullate(tab-ix)
              exit paragraph
           end-if.

           add 1 to tab-lez-tenute(tab-ix).
           perform CONTA-PRENOTATI.
           perform CONTA-ATTESA.
           perform CONTA-APPELLO.
           add prenotati-lezione to tab-lez-prenotati(tab-ix).
           add attesa-lezione    to tab-lez-attesa(tab-ix).
           if prenotati-lezione >= tab-lez-capienza(tab-ix)
           and attesa-lezione > 0
              add 1 to tab-lez-piene-attesa(tab-ix)
           end-if.
           if presenti-lezione + assenti-lezione > 0
              add 1 to tab-lez-con-appello(tab-ix)
              add presenti-lezione to tab-lez-presenti(tab-ix)
              add assenti-lezione  to tab-lez-assenti(tab-ix)
           end-if.

      ***---
       CONTA-PRENOTATI.
           move 0 to prenotati-lezione.
           move tab-lez-code(tab-ix) to enr-cls-code.
           move data-esame           to enr-data.
           move low-value            to enr-ath-code.
           start enrolments key is >= enr-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read enrolments next at end exit perform end-read
              if enr-cls-code not = tab-lez-code(tab-ix)
              or enr-data     not = data-esame
                 exit perform
              end-if
              add 1 to prenotati-lezione
           end-perform.

      ***---
       CONTA-ATTESA.
           move 0 to attesa-lezione.
           move tab-lez-code(tab-ix) to wtl-cls-code.
           move data-esame           to wtl-data.
           move low-value            to wtl-progressivo.
           start waitlist key is >= wtl-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read waitlist next at end exit perform end-read
              if wtl-cls-code not = tab-lez-code(tab-ix)
              or wtl-data     not = data-esame
                 exit perform
              end-if
              add 1 to attesa-lezione
           end-perform.

      ***---
       CONTA-APPELLO.
           move 0 to presenti-lezione assenti-lezione.
           move tab-lez-code(tab-ix) to att-cls-code.
           move data-esame           to att-data.
           move low-value            to att-ath-code.
           start classatt key is >= att-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read classatt next at end exit perform end-read
              if att-cls-code not = tab-lez-code(tab-ix)
              or att-data     not = data-esame
                 exit perform
              end-if
              if att-presente-si
                 add 1 to presenti-lezione
              else
                 add 1 to assenti-lezione
              end-if
           end-perform.

      ***---
       CALCOLA-INDICI.
      *    Riempimento = prenotati su posti offerti dalle lezioni
      *    tenute; domanda = prenotati piu' lista d'attesa sugli
      *    stessi posti (oltre 100 = lezione che non basta).
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-lez-count
              compute como-posti = tab-lez-capienza(tab-ix)
                                 * tab-lez-tenute(tab-ix)
              if como-posti = 0
                 move 0 to tab-lez-riempimento(tab-ix)
                           tab-lez-domanda(tab-ix)
              else
                 compute tab-lez-riempimento(tab-ix) rounded =
                         tab-lez-prenotati(tab-ix) * 100 / como-posti
                    on size error
                         move 999 to tab-lez-riempimento(tab-ix)
                 end-compute
                 compute tab-lez-domanda(tab-ix) rounded =
                         (tab-lez-prenotati(tab-ix)
                        + tab-lez-attesa(tab-ix)) * 100 / como-posti
                    on size error
                         move 99999 to tab-lez-domanda(tab-ix)
                 end-compute
              end-if
           end-perform.

      ***---
       ORDINA-PER-DOMANDA.
      *    Selection sort decrescente sulla domanda, come la
      *    classifica di st-popolarita: alla ripetizione tab-ix cerco
      *    il massimo residuo e lo porto in tab-ix.
           perform varying tab-ix from 1 by 1
                     until tab-ix >= tab-lez-count
              move tab-ix to tab-ix-migliore
              perform varying tab-jx from tab-ix by 1
                        until tab-jx > tab-lez-count
                 if tab-lez-domanda(tab-jx) >
                    tab-lez-domanda(tab-ix-migliore)
                    move tab-jx to tab-ix-migliore
                 end-if
              end-perform
              if tab-ix-migliore not = tab-ix
                 move tab-lez-el(tab-ix)          to tab-lez-swap
                 move tab-lez-el(tab-ix-migliore) to tab-lez-el(tab-ix)
                 move tab-lez-swap    to tab-lez-el(tab-ix-migliore)
              end-if
           end-perform.

      ***---
       STAMPA.
           if link-stampa-file
      *       Esportazione su file (PDF): niente finestra di scelta
      *       stampante, si stampa direttamente su file.
              move link-export-path to spl-nome-file-export
              move titolo            to spl-nome-job
              set spl-apertura-file  to true
              set spl-horizontal     to true
              set WFDEVICE-WIN-PRINTER    to true
              call "spooler" using spooler-link
              if spl-sta-annu
                 set errori to true
              else
                 perform CARICA-FONT
              end-if
           else
              if link-anteprima
      *          Anteprima a video: nessuna scelta stampante, si apre
      *          direttamente sulla stampante virtuale di anteprima.
                 move titolo          to spl-nome-job
                 set spl-apertura-anteprima  to true
                 set spl-horizontal   to true
                 set WFDEVICE-WIN-PRINTER    to true
                 call "spooler" using spooler-link
                 if spl-sta-annu
                    set errori to true
                 else
                    perform CARICA-FONT
                 end-if
              else
              if link-stampante = spaces
                 initialize spooler-link
                 call   "selprint" using selprint-linkage
                 cancel "selprint"
              else
                 move link-stampante to selprint-stampante
              end-if

              if selprint-stampante not = space
                 move selprint-num-copie to SPL-NUM-COPIE
                 move selprint-stampante to SPL-NOME-STAMPANTE

                 move titolo to spl-nome-job
                 set spl-apertura   to true
                 set spl-horizontal to true
                 set WFDEVICE-WIN-PRINTER    to true
                 call "spooler" using spooler-link
                 if spl-sta-annu
                    set errori to true
                 else
                    perform CARICA-FONT
                 end-if
              else
                 set spl-sta-annu to true
                 set errori to true
              end-if
              end-if
           end-if.

           if tutto-ok
              move 0,6 to spl-riga
              move link-data-da to r-data-da-disp
              move link-data-a  to r-data-a-disp
              move soglia-minima to r-soglia-disp
              initialize r-titolo
              string titolo          delimited size
                     " dal "         delimited size
                     r-data-da-disp  delimited size
                     " al "          delimited size
                     r-data-a-disp   delimited size
                     " - soglia minima " delimited size
                     r-soglia-disp   delimited size
                     "%"             delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              if tab-lez-count = 0
                 move "Nessuna lezione in calendario" to r-riga
                 move ArialNarrow11 to spl-hfont
                 perform SCRIVI-RIGA
              else
                 perform STAMPA-INTESTAZIONE
                 perform varying tab-ix from 1 by 1
                           until tab-ix > tab-lez-count
                    move tab-ix to posizione
                    perform STAMPA-RIGA-LEZIONE
                 end-perform
              end-if

              if tabella-troncata
                 move "ATTENZIONE: elenco troncato a 100 lezioni"
                   to r-riga
                 move ArialNarrow11B to spl-hfont
                 perform SCRIVI-RIGA
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-INTESTAZIONE.
           move ArialNarrow11B to spl-hfont.
           move r-intestazione to r-riga.
           perform SCRIVI-RIGA.
           add 0,1 to spl-riga.
           move ArialNarrow11  to spl-hfont.
           set intestazione-stampata to true.

      ***---
       STAMPA-RIGA-LEZIONE.
           move tab-lez-trainer(tab-ix) to trn-code.
           read trainers
                invalid move spaces to trn-cognome
           end-read.

           move posizione                  to r-lez-pos.
           move tab-lez-code(tab-ix)       to r-lez-code.
           move tab-lez-desc(tab-ix)       to r-lez-desc.
           if tab-lez-giorno(tab-ix) >= 1
           and tab-lez-giorno(tab-ix) <= 7
              move nome-giorno(tab-lez-giorno(tab-ix)) to r-lez-giorno
           else
              move spaces to r-lez-giorno
           end-if.
           move tab-lez-ora(tab-ix)        to r-lez-ora.
           move tab-lez-sala(tab-ix)       to r-lez-sala.
           move trn-cognome                to r-lez-trainer.
           move tab-lez-tenute(tab-ix)     to r-lez-tenute.
           move tab-lez-annullate(tab-ix)  to r-lez-annullate.
           move tab-lez-chiuse(tab-ix)     to r-lez-chiuse.
           move tab-lez-capienza(tab-ix)   to r-lez-capienza.
           move tab-lez-riempimento(tab-ix) to r-lez-riempimento.
           move tab-lez-domanda(tab-ix)    to r-lez-domanda.

           if tab-lez-tenute(tab-ix) = 0
              move 0 to r-lez-prenotati r-lez-attesa
           else
              compute como-media rounded =
                      tab-lez-prenotati(tab-ix) / tab-lez-tenute(tab-ix)
              move como-media to r-lez-prenotati
              compute como-media rounded =
                      tab-lez-attesa(tab-ix) / tab-lez-tenute(tab-ix)
              move como-media to r-lez-attesa
           end-if.
           if tab-lez-con-appello(tab-ix) = 0
              move 0 to r-lez-presenti r-lez-noshow
           else
              compute como-media rounded =
                      tab-lez-presenti(tab-ix)
                    / tab-lez-con-appello(tab-ix)
              move como-media to r-lez-presenti
              compute como-perc rounded =
                      tab-lez-assenti(tab-ix) * 100
                    / (tab-lez-presenti(tab-ix)
                     + tab-lez-assenti(tab-ix))
              move como-perc to r-lez-noshow
           end-if.

           move spaces to r-lez-segnalazione.
           if tab-lez-tenute(tab-ix) > 0
              if tab-lez-piene-attesa(tab-ix) = tab-lez-tenute(tab-ix)
                 move "SEMPRE PIENA" to r-lez-segnalazione
              else
                 if tab-lez-riempimento(tab-ix) < soglia-minima
                    move "SOTTO SOGLIA" to r-lez-segnalazione
                 end-if
              end-if
           end-if.

           move r-riga-lezione to r-riga.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CONTROLLA-FINE-PAGINA.
      *    A pagina nuova si ripete l'intestazione delle colonne.
           if spl-riga > 78-fine-pagina
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
              if intestazione-stampata
                 move ArialNarrow11B to spl-hfont
                 move r-intestazione to spl-riga-stampa
                 move 1              to spl-tipo-colonna
                 perform SCRIVI
                 add 0,55 to spl-riga
                 move ArialNarrow11  to spl-hfont
              end-if
           end-if.

      ***---
       SCRIVI.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

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
       CARICA-FONT.
      * Arial Narrow 11
           initialize wfont-data.
           move 11 to wfont-size.
           move "Arial Narrow"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to false.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, ArialNarrow11,
                               wfont-data
                        giving wfont-status.
           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
              exit paragraph
           end-if.

      * Arial Narrow 11 Bold
           initialize wfont-data.
           move 11 to wfont-size.
           move "Arial Narrow"            to wfont-name.
           set  wfcharset-dont-care  to true.
           set  wfont-bold           to true.
           set  wfont-italic         to false.
           set  wfont-underline      to false.
           set  wfont-strikeout      to false.
           set  wfont-fixed-pitch    to false.
           move 0                    to wfont-char-set.
           set  wfdevice-win-printer to true.
           call "W$FONT" using wfont-get-font, ArialNarrow11B,
                               wfont-data
                        giving wfont-status.
           if wfont-status not = 1
              set errori to true
              perform MESSAGGIO-ERR-FONT
              exit paragraph
           end-if.

      ***---
       MESSAGGIO-ERR-FONT.
           initialize messaggio.
           inspect wfont-name replacing trailing space by low-value.
           move wfont-size    to font-size-dply.
           string  "Font: "         delimited size
                   WFONT-NAME       delimited low-value
                   X"0D0A"          delimited size
                   "Dimensione: ",  delimited size
                   FONT-SIZE-DPLY,  delimited size
                   X"0D0A"          delimited size
                   "Non installato. La stampa verra' abortita!"
                                    delimited size
              into messaggio.
           inspect messaggio replacing trailing space by low-value.
           display message messaggio.

      ***---
       CHIUDI-FILES.
           close classes classexc closures enrolments waitlist
                 classatt trainers.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
