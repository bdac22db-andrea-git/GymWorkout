       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-fitsess.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Riepilogo di palestra di una sessione della batteria di test
      *    (FITRES): per ogni test del catalogo FITTEST provato nel
      *    periodo, quanti atleti l'hanno fatto, punteggio medio e
      *    migliore (secondo il verso del test), quanti per ogni
      *    giudizio della tabella normativa e quanti sono migliorati,
      *    peggiorati o rimasti uguali rispetto alla loro prova
      *    precedente dello stesso test.
      *    Con le date a zero il periodo va dall'inizio del semestre
      *    in corso (gennaio o luglio) a oggi: le sessioni si tengono
      *    due volte l'anno. Si schedula in forma "D" (gschedul).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "fitres.sl".
       copy "fittest.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "fitres.fd".
       copy "fittest.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "fitgiud.def".

       77  status-fitres         pic xx.
       77  status-fittest        pic xx.

      * COSTANTI
       78  titolo                value "Riepilogo sessione di test".
       78  78-fine-pagina        value 19.
       78  78-max-test           value 50.

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
           88 primo-giro         value 1 false 0.
       77  filler                pic 9.
           88 precedente-trovato value 1 false 0.

       77  oggi                  pic 9(8).
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).
       77  num-risultati         pic 9(6).
       77  num-tab               pic 99.
       77  ix                    pic 99.
       77  ig                    pic 9.
       77  valore-precedente     pic 9(5)v99.
       77  media                 pic 9(5)v99.
      *    Chiave alternata del risultato in esame, per riprendere la
      *    lettura per data dopo la ricerca della prova precedente.
       01  chiave-sessione.
           05 cs-data            pic 9(8).
           05 cs-test-code       pic x(5).
           05 cs-ath-code        pic 9(18).

      * TOTALI PER TEST
       01  tab-totali.
           05 ts-el              occurs 50.
              10 ts-code         pic x(5).
              10 ts-verso        pic x.
              10 ts-num          pic 9(5).
              10 ts-somma        pic 9(9)v99.
              10 ts-migliore     pic 9(5)v99.
              10 ts-giudizio     pic 9(5) occurs 6.
              10 ts-migliorati   pic 9(5).
              10 ts-peggiorati   pic 9(5).
              10 ts-invariati    pic 9(5).
              10 ts-prime        pic 9(5).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       01  r-data-da-disp        pic x(10).
       01  r-num-disp            pic zzzz9.
       01  r-media-disp          pic zzzz9,99.
       01  r-migliore-disp       pic zzzz9,99.
       01  r-totale-disp         pic zzzzz9.
       01  r-migliorati-disp     pic zzzz9.
       01  r-peggiorati-disp     pic zzzz9.
       01  r-invariati-disp      pic zzzz9.
       01  r-prime-disp          pic zzzz9.
       01  r-giudizi             pic x(150).
       77  pos-giudizi           pic 9(3).

       LINKAGE SECTION.
      *    Periodo della sessione; zeri = semestre in corso.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           accept oggi from century-date.
           move link-data-a  to data-a.
           if data-a = 0
              move oggi to data-a
           end-if.
           move link-data-da to data-da.
           if data-da = 0
              move data-a to como-data-calcolo
              if como-data-mese > 6
                 move 7 to como-data-mese
              else
                 move 1 to como-data-mese
              end-if
              move 1 to como-data-gg
              move como-data-calcolo to data-da
           end-if.

      ***---
       APRI-FILES.
      *    Senza archivio dei risultati il riepilogo esce vuoto.
           open input fitres.
           if status-fitres not = "00" and not = "05"
              move "35" to status-fitres
           end-if.
           open input fittest.

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
              move data-da to como-data-calcolo
              perform COMPONI-DATA
              move r-data-disp to r-data-da-disp
              move data-a to como-data-calcolo
              perform COMPONI-DATA
              initialize r-titolo
              string titolo         delimited size
                     " dal "        delimited size
                     r-data-da-disp delimited size
                     " al "         delimited size
                     r-data-disp    delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,8 to spl-riga
              move ArialNarrow11  to spl-hfont

              move 0 to num-risultati num-tab
              initialize tab-totali
              if status-fitres not = "35"
                 perform ACCUMULA-RISULTATI
              end-if
              if num-tab = 0
                 move "Nessun test registrato nel periodo" to r-riga
                 perform SCRIVI-RIGA
              else
                 perform STAMPA-TEST
              end-if

              move num-risultati to r-totale-disp
              initialize r-riga
              string "RISULTATI REGISTRATI NEL PERIODO: "
                                           delimited size
                     r-totale-disp         delimited size
                into r-riga
              end-string
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       ACCUMULA-RISULTATI.
           move data-da   to ftr-data.
           move low-value to ftr-test-code.
           move 0         to ftr-ath-code.
           start fitres key is >= ftr-k-sessione
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read fitres next at end exit perform end-read
                    if ftr-data > data-a
                       exit perform
                    end-if
                    perform ACCUMULA-RISULTATO
      *             La ricerca della prova precedente sposta la
      *             lettura: si riparte dal risultato appena contato.
                    move chiave-sessione to ftr-k-sessione
                    start fitres key is > ftr-k-sessione
                          invalid exit perform
                    end-start
                 end-perform
           end-start.

      ***---
       ACCUMULA-RISULTATO.
           move ftr-data      to cs-data.
           move ftr-test-code to cs-test-code.
           move ftr-ath-code  to cs-ath-code.
           add 1 to num-risultati.
           perform CERCA-TEST.
           if ix = 0
              exit paragraph
           end-if.
           add 1          to ts-num(ix).
           add ftr-valore to ts-somma(ix).
           if ts-num(ix) = 1
              move ftr-valore to ts-migliore(ix)
           else
              if ts-verso(ix) = "B"
                 if ftr-valore < ts-migliore(ix)
                    move ftr-valore to ts-migliore(ix)
                 end-if
              else
                 if ftr-valore > ts-migliore(ix)
                    move ftr-valore to ts-migliore(ix)
                 end-if
              end-if
           end-if.
           compute ig = ftr-giudizio + 1.
           add 1 to ts-giudizio(ix, ig).

           perform CERCA-PRECEDENTE.
           evaluate true
           when not precedente-trovato
                add 1 to ts-prime(ix)
           when valore-precedente = ftr-valore
                add 1 to ts-invariati(ix)
           when ftr-valore > valore-precedente
            and ts-verso(ix) not = "B"
           when ftr-valore < valore-precedente
            and ts-verso(ix) = "B"
                add 1 to ts-migliorati(ix)
           when other
                add 1 to ts-peggiorati(ix)
           end-evaluate.

      ***---
       CERCA-TEST.
      *    Posizione del test nella tabella dei totali, aggiunto col
      *    suo verso alla prima prova; 0 a tabella piena.
           perform varying ix from 1 by 1 until ix > num-tab
              if ts-code(ix) = ftr-test-code
                 exit paragraph
              end-if
           end-perform.
           if num-tab = 78-max-test
              move 0 to ix
              exit paragraph
           end-if.
           add 1 to num-tab.
           move num-tab       to ix.
           move ftr-test-code to ts-code(ix) ftt-code.
           read fittest
                invalid move "A" to ts-verso(ix)
            not invalid move ftt-verso to ts-verso(ix)
           end-read.

      ***---
       CERCA-PRECEDENTE.
      *    Ultimo punteggio dell'atleta per lo stesso test in una
      *    sessione prima di quella del risultato (chiave primaria
      *    all'indietro, col primo giro in avanti per leggere il
      *    record su cui la START si e' posizionata).
           set precedente-trovato to false.
           move cs-ath-code to ftr-ath-code.
           move cs-data     to ftr-data.
           move low-value   to ftr-test-code.
           start fitres key is <= ftr-key
                 invalid continue
             not invalid
                 set primo-giro to true
                 perform until 1 = 2
                    if primo-giro
                       read fitres next
                            at end exit perform
                       end-read
                       set primo-giro to false
                    else
                       read fitres previous
                            at end exit perform
                       end-read
                    end-if
                    if ftr-ath-code not = cs-ath-code
                       exit perform
                    end-if
                    if ftr-data < cs-data
                    and ftr-test-code = cs-test-code
                       set precedente-trovato to true
                       move ftr-valore to valore-precedente
                       exit perform
                    end-if
                 end-perform
           end-start.

      ***---
       STAMPA-TEST.
      *    I test nell'ordine del catalogo.
           move low-value to ftt-code.
           start fittest key is >= ftt-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read fittest next at end exit perform end-read
                    perform varying ix from 1 by 1 until ix > num-tab
                       if ts-code(ix) = ftt-code
                          perform STAMPA-TOTALI-TEST
                       end-if
                    end-perform
                 end-perform
           end-start.

      ***---
       STAMPA-TOTALI-TEST.
           compute media rounded = ts-somma(ix) / ts-num(ix).
           move media           to r-media-disp.
           move ts-migliore(ix) to r-migliore-disp.
           move ts-num(ix)      to r-num-disp.
           initialize r-riga.
           string ftt-code          delimited space
                  " - "             delimited size
                  ftt-desc          delimited "  "
                  " ("              delimited size
                  ftt-unita         delimited "  "
                  "):  atleti "     delimited size
                  r-num-disp        delimited size
                  "  -  media "     delimited size
                  r-media-disp      delimited size
                  "  -  migliore "  delimited size
                  r-migliore-disp   delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.

      *    "Scarso 3, Buono 5, ...": i soli giudizi presenti.
           move spaces to r-giudizi.
           move 1      to pos-giudizi.
           perform varying ig from 1 by 1 until ig > 6
              if ts-giudizio(ix, ig) not = 0
                 move ts-giudizio(ix, ig) to r-num-disp
                 if pos-giudizi > 1
                    string ", "           delimited size
                      into r-giudizi with pointer pos-giudizi
                    end-string
                 end-if
                 string desc-giudizio-test(ig) delimited "  "
                        " "                    delimited size
                        r-num-disp             delimited size
                   into r-giudizi with pointer pos-giudizi
                 end-string
              end-if
           end-perform.
           initialize r-riga.
           string "   giudizi: "   delimited size
                  r-giudizi        delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           move ts-migliorati(ix) to r-migliorati-disp.
           move ts-peggiorati(ix) to r-peggiorati-disp.
           move ts-invariati(ix)  to r-invariati-disp.
           move ts-prime(ix)      to r-prime-disp.
           initialize r-riga.
           string "   rispetto alla prova precedente: migliorati "
                                      delimited size
                  r-migliorati-disp   delimited size
                  ", peggiorati "     delimited size
                  r-peggiorati-disp   delimited size
                  ", invariati "      delimited size
                  r-invariati-disp    delimited size
                  ", alla prima prova "
                                      delimited size
                  r-prime-disp        delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           add 0,3 to spl-riga.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga        to spl-riga-stampa.
           move 1             to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CONTROLLA-FINE-PAGINA.
           if spl-riga > 78-fine-pagina
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.

      ***---
       SCRIVI.
           set  spl-stringa   to true.
           call "spooler"  using spooler-link.

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
           if status-fitres not = "35"
              close fitres
           end-if.
           close fittest.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
