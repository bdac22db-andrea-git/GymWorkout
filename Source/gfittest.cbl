       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gfittest.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen del catalogo dei test della batteria di
      *    valutazione (FITTEST) e delle loro tabelle normative
      *    (FITNORME). Il test ha descrizione, unita' di misura, verso
      *    del punteggio (A meglio alto, B meglio basso, per i test a
      *    tempo) e stato (A attivo, D dismesso). La norma si richiama
      *    con test, sesso (M/F) ed eta' d'inizio della fascia e porta
      *    l'eta' di fine e le quattro soglie di insufficiente, nella
      *    media, buono ed eccellente: crescenti col verso A, minimo
      *    di ogni giudizio, decrescenti col verso B, massimo. Le fasce
      *    dello stesso test e sesso non si sovrappongono.
      *    I giudizi li da' gfitsess al salvataggio dei risultati.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "fittest.sl".
       copy "fitnorme.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "fittest.fd".
       copy "fitnorme.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-fittest       pic xx.
       77  status-fitnorme      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 norma-valida      value 1 false 0.

       77  ix                   pic 9.
       77  risposta             pic 9.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-desc         value 2.
       78  78-ID-ef-unita        value 3.
       78  78-ID-ef-verso        value 4.
       78  78-ID-ef-stato        value 5.
       78  78-ID-ef-sesso        value 6.
       78  78-ID-ef-etada        value 7.
       78  78-ID-ef-etaa         value 8.
       78  78-ID-ef-soglia-1     value 9.
       78  78-ID-ef-soglia-2     value 10.
       78  78-ID-ef-soglia-3     value 11.
       78  78-ID-ef-soglia-4     value 12.
       78  78-ID-pb-carica       value 13.
       78  78-ID-pb-salva        value 14.
       78  78-ID-pb-carinorma    value 15.
       78  78-ID-pb-salvanorma   value 16.
       78  78-ID-pb-elimnorma    value 17.
       78  78-ID-pb-esci         value 18.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic x(5).
       77  ef-desc-buf           pic x(40).
       77  ef-unita-buf          pic x(10).
       77  ef-verso-buf          pic x.
       77  ef-stato-buf          pic x.
       77  ef-sesso-buf          pic x.
       77  ef-etada-buf          pic 99.
       77  ef-etaa-buf           pic 99.
       01  ef-soglie-buf.
           05 ef-soglia-1-buf    pic 9(5)v99.
           05 ef-soglia-2-buf    pic 9(5)v99.
           05 ef-soglia-3-buf    pic 9(5)v99.
           05 ef-soglia-4-buf    pic 9(5)v99.
       01  filler redefines ef-soglie-buf.
           05 ef-soglia-buf      pic 9(5)v99 occurs 4.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic x(5)
                                            using ef-codice-buf.
           05 ef-desc       line 3  col 22 pic x(40)
                                            using ef-desc-buf.
           05 ef-unita      line 4  col 22 pic x(10)
                                            using ef-unita-buf.
           05 ef-verso      line 5  col 22 pic x
                                            using ef-verso-buf.
           05 ef-stato      line 6  col 22 pic x
                                            using ef-stato-buf.
           05 ef-sesso      line 8  col 22 pic x
                                            using ef-sesso-buf.
           05 ef-etada      line 9  col 22 pic 99
                                            using ef-etada-buf.
           05 ef-etaa       line 9  col 30 pic 99
                                            using ef-etaa-buf.
           05 ef-soglia-1   line 10 col 22 pic 9(5)v99
                                            using ef-soglia-1-buf.
           05 ef-soglia-2   line 10 col 34 pic 9(5)v99
                                            using ef-soglia-2-buf.
           05 ef-soglia-3   line 10 col 46 pic 9(5)v99
                                            using ef-soglia-3-buf.
           05 ef-soglia-4   line 10 col 58 pic 9(5)v99
                                            using ef-soglia-4-buf.
           05 pb-carica     line 12 col 5  pic x(14)
                                           value "Carica test".
           05 pb-salva      line 12 col 22 pic x(14)
                                           value "Salva test".
           05 pb-carinorma  line 14 col 5  pic x(14)
                                           value "Carica norma".
           05 pb-salvanorma line 14 col 22 pic x(14)
                                           value "Salva norma".
           05 pb-elimnorma  line 14 col 39 pic x(14)
                                           value "Elimina norma".
           05 pb-esci       line 16 col 5  pic x(14) value "Esci".

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
           move "gfittest"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf.
           perform PULISCI-TEST.
           perform PULISCI-NORMA.

      ***---
       PULISCI-TEST.
           move spaces to ef-desc-buf ef-unita-buf ef-verso-buf
                          ef-stato-buf.

      ***---
       PULISCI-NORMA.
           move spaces to ef-sesso-buf.
           move 0      to ef-etada-buf ef-etaa-buf ef-soglie-buf.

      ***---
       APRI-FILES.
           open i-o fittest.
           if status-fittest = "35"
              open output fittest
              close fittest
              open i-o fittest
           end-if.
           if status-fittest not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o fitnorme.
           if status-fitnorme = "35"
              open output fitnorme
              close fitnorme
              open i-o fitnorme
           end-if.
           if status-fitnorme not = "00" and not = "05"
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
           copy "gfittest-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-TEST
           when 78-ID-pb-salva
                perform SALVA-TEST
           when 78-ID-pb-carinorma
                perform CARICA-NORMA
           when 78-ID-pb-salvanorma
                perform SALVA-NORMA
           when 78-ID-pb-elimnorma
                perform ELIMINA-NORMA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-TEST.
           perform PULISCI-TEST.
           perform PULISCI-NORMA.
           inspect ef-codice-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move ef-codice-buf to ftt-code.
           read fittest no lock
                invalid
                   display Form1
                   display message "Test nuovo: compilare e salvare"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move ftt-desc  to ef-desc-buf.
           move ftt-unita to ef-unita-buf.
           move ftt-verso to ef-verso-buf.
           move ftt-stato to ef-stato-buf.
           display Form1.

      ***---
       SALVA-TEST.
           inspect ef-codice-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ef-verso-buf converting "ab" to "AB".
           inspect ef-stato-buf converting "ad" to "AD".
           if ef-codice-buf = spaces or ef-desc-buf = spaces
              display message "Codice e descrizione obbligatori"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-verso-buf not = "A" and not = "B"
              display message "Verso: A meglio alto, B meglio basso"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-stato-buf = spaces
              move "A" to ef-stato-buf
           end-if.
           if ef-stato-buf not = "A" and not = "D"
              display message "Stato: A attivo, D dismesso"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-codice-buf to ftt-code.
           read fittest
                invalid
                   initialize ftt-rec
                   move ef-codice-buf to ftt-code
                   perform VALORIZZA-TEST
                   write ftt-rec
                         invalid
                            display message "Impossibile salvare"
                                       icon mb-warning-icon
                   end-write
               not invalid
      *            Il verso non si inverte sotto norme gia' scritte:
      *            le soglie andrebbero tutte al contrario.
                   if ef-verso-buf not = ftt-verso
                      perform CONTA-NORME
                      if norma-valida
                         display message "Il test ha gia' norme: "
                                         "eliminarle prima di "
                                         "cambiare il verso"
                                    icon mb-warning-icon
                         exit paragraph
                      end-if
                   end-if
                   perform VALORIZZA-TEST
                   rewrite ftt-rec
                           invalid
                              display message "Impossibile salvare"
                                         icon mb-warning-icon
                   end-rewrite
           end-read.
           display Form1.

      ***---
       VALORIZZA-TEST.
           move ef-desc-buf  to ftt-desc.
           move ef-unita-buf to ftt-unita.
           move ef-verso-buf to ftt-verso.
           move ef-stato-buf to ftt-stato.

      ***---
       CONTA-NORME.
      *    norma-valida acceso = c'e' almeno una norma per il test.
           set norma-valida to false.
           move ftt-code   to fno-test-code.
           move low-value  to fno-sesso.
           move 0          to fno-eta-da.
           start fitnorme key is >= fno-key
                 invalid continue
             not invalid
                 read fitnorme next
                      at end continue
                  not at end
                      if fno-test-code = ftt-code
                         set norma-valida to true
                      end-if
                 end-read
           end-start.

      ***---
       LEGGI-TEST-NORMA.
      *    La norma vale per un test in catalogo: il test resta in
      *    ftt-rec per il verso delle soglie.
           inspect ef-codice-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ef-sesso-buf converting "mf" to "MF".
           set norma-valida to false.
           move ef-codice-buf to ftt-code.
           read fittest no lock
                invalid
                   display message "Test " ef-codice-buf
                              " inesistente: salvarlo prima"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           if ef-sesso-buf not = "M" and not = "F"
              display message "Sesso della norma: M o F"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           set norma-valida to true.

      ***---
       CARICA-NORMA.
           perform LEGGI-TEST-NORMA.
           if not norma-valida
              exit paragraph
           end-if.
           move ef-codice-buf to fno-test-code.
           move ef-sesso-buf  to fno-sesso.
           move ef-etada-buf  to fno-eta-da.
           read fitnorme no lock
                invalid
                   move 0 to ef-etaa-buf ef-soglie-buf
                   display Form1
                   display message "Norma nuova: compilare e salvare"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move fno-eta-a to ef-etaa-buf.
           perform varying ix from 1 by 1 until ix > 4
              move fno-soglia(ix) to ef-soglia-buf(ix)
           end-perform.
           display Form1.

      ***---
       SALVA-NORMA.
           perform LEGGI-TEST-NORMA.
           if not norma-valida
              exit paragraph
           end-if.
           if ef-etaa-buf < ef-etada-buf
              display message "Fascia d'eta': la fine non puo' "
                              "precedere l'inizio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           perform CONTROLLA-SOGLIE.
           if not norma-valida
              exit paragraph
           end-if.
           perform CONTROLLA-FASCE.
           if not norma-valida
              exit paragraph
           end-if.

           move ef-codice-buf to fno-test-code.
           move ef-sesso-buf  to fno-sesso.
           move ef-etada-buf  to fno-eta-da.
           read fitnorme
                invalid
                   initialize fno-rec
                   move ef-codice-buf to fno-test-code
                   move ef-sesso-buf  to fno-sesso
                   move ef-etada-buf  to fno-eta-da
                   perform VALORIZZA-NORMA
                   write fno-rec
                         invalid
                            display message "Impossibile salvare"
                                       icon mb-warning-icon
                   end-write
               not invalid
                   perform VALORIZZA-NORMA
                   rewrite fno-rec
                           invalid
                              display message "Impossibile salvare"
                                         icon mb-warning-icon
                   end-rewrite
           end-read.
           display Form1.

      ***---
       VALORIZZA-NORMA.
           move ef-etaa-buf to fno-eta-a.
           perform varying ix from 1 by 1 until ix > 4
              move ef-soglia-buf(ix) to fno-soglia(ix)
           end-perform.

      ***---
       CONTROLLA-SOGLIE.
      *    Meglio alto: soglie strettamente crescenti; meglio basso:
      *    strettamente decrescenti.
           perform varying ix from 2 by 1
                     until ix > 4 or not norma-valida
              if ftt-meglio-alto
                 if ef-soglia-buf(ix) not > ef-soglia-buf(ix - 1)
                    set norma-valida to false
                 end-if
              else
                 if ef-soglia-buf(ix) not < ef-soglia-buf(ix - 1)
                    set norma-valida to false
                 end-if
              end-if
           end-perform.
           if not norma-valida
              if ftt-meglio-alto
                 display message "Soglie crescenti: minimo per "
                                 "insufficiente, media, buono, "
                                 "eccellente"
                            icon mb-warning-icon
              else
                 display message "Soglie decrescenti: massimo per "
                                 "insufficiente, media, buono, "
                                 "eccellente"
                            icon mb-warning-icon
              end-if
           end-if.

      ***---
       CONTROLLA-FASCE.
      *    Le altre fasce dello stesso test e sesso non devono
      *    toccare quella che si salva.
           move ef-codice-buf to fno-test-code.
           move ef-sesso-buf  to fno-sesso.
           move 0             to fno-eta-da.
           start fitnorme key is >= fno-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read fitnorme next no lock
                         at end exit perform
                    end-read
                    if fno-test-code not = ef-codice-buf
                    or fno-sesso     not = ef-sesso-buf
                       exit perform
                    end-if
                    if fno-eta-da not = ef-etada-buf
                    and fno-eta-da <= ef-etaa-buf
                    and fno-eta-a  >= ef-etada-buf
                       set norma-valida to false
                       display message "La fascia si sovrappone a "
                                       "quella da " fno-eta-da
                                       " a " fno-eta-a " anni"
                                  icon mb-warning-icon
                       exit perform
                    end-if
                 end-perform
           end-start.

      ***---
       ELIMINA-NORMA.
           perform LEGGI-TEST-NORMA.
           if not norma-valida
              exit paragraph
           end-if.
           move ef-codice-buf to fno-test-code.
           move ef-sesso-buf  to fno-sesso.
           move ef-etada-buf  to fno-eta-da.
           read fitnorme
                invalid
                   display message "Norma non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           display message box "Eliminare la norma? I giudizi gia' "
                               "dati restano sui risultati"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           delete fitnorme record
                  invalid
                     display message "Impossibile eliminare"
                                icon mb-warning-icon
                     exit paragraph
           end-delete.
           perform PULISCI-NORMA.
           display Form1.

      ***---
       CHIUDI-FILES.
           close fittest fitnorme.
