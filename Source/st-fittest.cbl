       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-fittest.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Scheda dei risultati della batteria di test di un atleta
      *    (FITRES): per ogni test della sessione il punteggio con
      *    l'unita' di misura, il giudizio della tabella normativa
      *    (da scarso a eccellente, dato al salvataggio in gfitsess)
      *    e il confronto con la sessione precedente dello stesso
      *    test: punteggio di allora, differenza e miglioramento o
      *    peggioramento secondo il verso del test (FITTEST).
      *    Con data a zero si stampa l'ultima sessione dell'atleta:
      *    e' la forma con cui sched-run la lancia (forma "A" in
      *    gschedul).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "fitres.sl".
       copy "fittest.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "fitres.fd".
       copy "fittest.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "fitgiud.def".

       77  status-fitres         pic xx.
       77  status-fittest        pic xx.
       77  status-athletes       pic xx.

      * COSTANTI
       78  titolo                value "Scheda dei test".
       78  78-fine-pagina        value 19.

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
       77  data-sessione         pic 9(8).
       77  num-test              pic 99.
       77  ix                    pic 9.
       77  valore-corrente       pic 9(5)v99.
       77  valore-precedente     pic 9(5)v99.
       77  data-precedente       pic 9(8).
       77  differenza            pic s9(5)v99.
      *    Chiave del risultato in stampa, per riprendere la lettura
      *    della sessione dopo la ricerca della precedente.
       01  chiave-corrente.
           05 cc-ath-code        pic 9(18).
           05 cc-data            pic 9(8).
           05 cc-test-code       pic x(5).

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
       01  r-sessione-disp       pic x(10).
       01  r-valore-disp         pic zzzz9,99.
       01  r-precedente-disp     pic zzzz9,99.
       01  r-differenza-disp     pic -----9,99.
       01  r-eta-disp            pic zz9.
       01  r-variazione          pic x(12).
       01  r-confronto           pic x(80).

       LINKAGE SECTION.
       77  link-ath-code         pic 9(18).
      *    Data della sessione; zero = ultima sessione dell'atleta.
       77  link-data             pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-ath-code link-data
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

      ***---
       APRI-FILES.
      *    Senza archivio dei risultati la scheda esce vuota.
           open input fitres.
           if status-fitres not = "00" and not = "05"
              move "35" to status-fitres
           end-if.
           open input fittest athletes.

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
              move link-ath-code to ath-code
              read athletes
                   invalid
                      initialize ath-rec
                      move link-ath-code to ath-code
              end-read
              perform CERCA-SESSIONE
              move data-sessione to como-data-calcolo
              perform COMPONI-DATA
              move r-data-disp   to r-sessione-disp

              move 0,6 to spl-riga
              initialize r-titolo
              string titolo         delimited size
                     " - "          delimited size
                     ath-cognome    delimited "  "
                     " "            delimited size
                     ath-nome       delimited "  "
                     " - sessione del "
                                    delimited size
                     r-sessione-disp
                                    delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,8 to spl-riga
              move ArialNarrow11  to spl-hfont

              move 0 to num-test
              if status-fitres not = "35" and data-sessione not = 0
                 perform STAMPA-SESSIONE
              end-if
              if num-test = 0
                 move "Nessun risultato registrato per l'atleta"
                   to r-riga
                 perform SCRIVI-RIGA
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       CERCA-SESSIONE.
      *    Senza data la sessione e' l'ultima dell'atleta (chiave
      *    all'indietro, col primo giro in avanti per leggere il
      *    record su cui la START si e' posizionata).
           move link-data to data-sessione.
           if data-sessione not = 0 or status-fitres = "35"
              exit paragraph
           end-if.
           move link-ath-code to ftr-ath-code.
           move 99999999      to ftr-data.
           move high-value    to ftr-test-code.
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
                    if ftr-ath-code = link-ath-code
                       move ftr-data to data-sessione
                    end-if
                    exit perform
                 end-perform
           end-start.

      ***---
       STAMPA-SESSIONE.
           if ath-data-nascita not = 0
           and ath-data-nascita < data-sessione
              compute r-eta-disp =
                      (data-sessione - ath-data-nascita) / 10000
           else
              move 0 to r-eta-disp
           end-if.
           initialize r-riga.
           string "Sesso: "    delimited size
                  ath-sesso    delimited size
                  "   Eta': "  delimited size
                  r-eta-disp   delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           add 0,3 to spl-riga.

           move ArialNarrow11B to spl-hfont.
           move "Test, punteggio, giudizio, sessione precedente"
             to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.

           move link-ath-code to ftr-ath-code.
           move data-sessione to ftr-data.
           move low-value     to ftr-test-code.
           start fitres key is >= ftr-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read fitres next at end exit perform end-read
                    if ftr-ath-code not = link-ath-code
                    or ftr-data     not = data-sessione
                       exit perform
                    end-if
                    perform STAMPA-RISULTATO
      *             La ricerca della precedente sposta la lettura:
      *             si riparte dal risultato appena stampato.
                    move chiave-corrente to ftr-key
                    start fitres key is > ftr-key
                          invalid exit perform
                    end-start
                 end-perform
           end-start.

      ***---
       STAMPA-RISULTATO.
           add 1 to num-test.
           move ftr-key    to chiave-corrente.
           move ftr-valore to valore-corrente.
           move ftr-valore to r-valore-disp.
           compute ix = ftr-giudizio + 1.
           move ftr-test-code to ftt-code.
           read fittest
                invalid
                   initialize ftt-rec
                   move ftr-test-code to ftt-code ftt-desc
           end-read.

           perform CERCA-PRECEDENTE.
           initialize r-confronto.
           if precedente-trovato
              move valore-precedente to r-precedente-disp
              move data-precedente   to como-data-calcolo
              perform COMPONI-DATA
              compute differenza = valore-corrente - valore-precedente
              move differenza to r-differenza-disp
              evaluate true
              when differenza = 0
                   move "invariato"  to r-variazione
              when differenza > 0 and not ftt-meglio-basso
              when differenza < 0 and ftt-meglio-basso
                   move "migliorato" to r-variazione
              when other
                   move "peggiorato" to r-variazione
              end-evaluate
              string "prec. "            delimited size
                     r-precedente-disp   delimited size
                     " del "             delimited size
                     r-data-disp         delimited size
                     "  -  "             delimited size
                     r-differenza-disp   delimited size
                     " "                 delimited size
                     r-variazione        delimited size
                into r-confronto
              end-string
           else
              move "prima prova" to r-confronto
           end-if.

           initialize r-riga.
           string "   "                   delimited size
                  ftt-desc                delimited "  "
                  ":  "                   delimited size
                  r-valore-disp           delimited size
                  " "                     delimited size
                  ftt-unita               delimited "  "
                  "  -  "                 delimited size
                  desc-giudizio-test(ix)  delimited "  "
                  "  -  "                 delimited size
                  r-confronto             delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       CERCA-PRECEDENTE.
      *    Ultimo punteggio dello stesso test in una sessione prima di
      *    quella in stampa.
           set precedente-trovato to false.
           move cc-ath-code to ftr-ath-code.
           move cc-data     to ftr-data.
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
                    if ftr-ath-code not = cc-ath-code
                       exit perform
                    end-if
                    if ftr-data < cc-data
                    and ftr-test-code = cc-test-code
                       set precedente-trovato to true
                       move ftr-valore to valore-precedente
                       move ftr-data   to data-precedente
                       exit perform
                    end-if
                 end-perform
           end-start.

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
           close fittest athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
