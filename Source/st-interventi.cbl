       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-interventi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Ordini di intervento di manutenzione (INTERVENTI):
      *    - ordini non ancora chiusi, dal piu' vecchio, con i giorni
      *      trascorsi dall'apertura e il riepilogo per anzianita'
      *      (fino a una settimana, fino a un mese, oltre);
      *    - costo di manutenzione per stazione: ricambi piu'
      *      manodopera degli ordini chiusi nell'anno richiesto, il
      *      totale dall'acquisto (sta-data-acquisto) e la media per
      *      anno di vita della stazione, per decidere quando conviene
      *      sostituirla invece di ripararla.
      *    Anno in linkage (aaaa); zero = anno corrente.
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
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-interventi     pic xx.
       77  status-stations       pic xx.

      * COSTANTI
       78  titolo                value "Interventi di manutenzione".
       78  78-fine-pagina        value 19.
       78  78-giorni-settimana   value 7.
       78  78-giorni-mese        value 30.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

       77  oggi                  pic 9(8).
       77  anno-rif              pic 9(4).
       77  giorno-oggi-num       pic 9(8).
       77  giorni-aperto         pic 9(6).

      * ORDINI NON CHIUSI PER ANZIANITA'
       77  num-aperti            pic 9(5) value 0.
       77  num-entro-settimana   pic 9(5) value 0.
       77  num-entro-mese        pic 9(5) value 0.
       77  num-oltre-mese        pic 9(5) value 0.

      * COSTI PER STAZIONE
       77  costo-ordine          pic 9(8)v99.
       77  ordini-anno           pic 9(4).
       77  costo-anno            pic 9(9)v99.
       77  costo-totale          pic 9(9)v99.
       77  anni-vita             pic 9(4).
       77  costo-medio           pic 9(9)v99.
       77  totale-costo-anno     pic 9(9)v99 value 0.

      * DATE IN NUMERO DI GIORNO (stesso calcolo di gcheckin)
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

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(250).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-stato               pic x(15).
       01  r-num-disp            pic zzzz9.
       01  r-num-disp2           pic zzzz9.
       01  r-num-disp3           pic zzzz9.
       01  r-giorni-disp         pic zzzzz9.
       01  r-costo-disp          pic zzz.zzz.zz9,99.
       01  r-costo-disp2         pic zzz.zzz.zz9,99.
       01  r-costo-disp3         pic zzz.zzz.zz9,99.

       LINKAGE SECTION.
      *    Anno dei costi (aaaa); zero = anno corrente.
       77  link-anno             pic 9(4).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-anno
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
           if link-anno = 0
              move oggi(1:4) to anno-rif
           else
              move link-anno to anno-rif
           end-if.
           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-oggi-num.

      ***---
       APRI-FILES.
           open input interventi.
           if status-interventi not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input stations.

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
              initialize r-titolo
              string titolo       delimited size
                     " - anno "   delimited size
                     anno-rif     delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform STAMPA-ORDINI-APERTI
              perform STAMPA-COSTI-STAZIONI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-ORDINI-APERTI.
           move "ORDINI NON CHIUSI (dal piu' vecchio)" to r-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.

      *    Il numero e' progressivo: in ordine di chiave il primo e'
      *    il piu' vecchio.
           move 0 to itv-numero.
           start interventi key is >= itv-numero
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read interventi next at end exit perform end-read
                    if itv-non-chiuso
                       perform STAMPA-ORDINE-APERTO
                    end-if
                 end-perform
           end-start.

           if num-aperti = 0
              move "   Nessun ordine aperto" to r-riga
              perform SCRIVI-RIGA
           end-if.
           move num-entro-settimana to r-num-disp.
           move num-entro-mese      to r-num-disp2.
           move num-oltre-mese      to r-num-disp3.
           initialize r-riga.
           string "   Aperti da non piu' di una settimana: "
                                           delimited size
                  r-num-disp               delimited size
                  ", fino a un mese: "     delimited size
                  r-num-disp2              delimited size
                  ", oltre un mese: "      delimited size
                  r-num-disp3              delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           add 0,4 to spl-riga.

      ***---
       STAMPA-ORDINE-APERTO.
           add 1 to num-aperti.
           move itv-data-apertura to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move 0 to giorni-aperto.
           if giorno-oggi-num > como-numero-giorno
              compute giorni-aperto =
                      giorno-oggi-num - como-numero-giorno
           end-if.
           evaluate true
           when giorni-aperto <= 78-giorni-settimana
                add 1 to num-entro-settimana
           when giorni-aperto <= 78-giorni-mese
                add 1 to num-entro-mese
           when other
                add 1 to num-oltre-mese
           end-evaluate.
           perform COMPONI-DATA.
           if itv-in-lavorazione
              move "in lavorazione" to r-stato
           else
              move "aperto"         to r-stato
           end-if.
           move itv-numero    to r-num-disp.
           move giorni-aperto to r-giorni-disp.
           move spaces        to sta-desc.
           move itv-sta-code  to sta-code.
           read stations invalid continue end-read.
           initialize r-riga.
           string "   n. "           delimited size
                  r-num-disp         delimited size
                  "  "               delimited size
                  itv-sta-code       delimited space
                  " "                delimited size
                  sta-desc           delimited "  "
                  "  aperto il "     delimited size
                  r-data-disp        delimited size
                  " ("               delimited size
                  r-giorni-disp      delimited size
                  " gg)  "           delimited size
                  r-stato            delimited "  "
                  "  "               delimited size
                  itv-tecnico        delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-COSTI-STAZIONI.
           add 0,2 to spl-riga.
           initialize r-riga.
           string "COSTI DI MANUTENZIONE PER STAZIONE - ordini chiusi "
                                      delimited size
                  "nell'anno "        delimited size
                  anno-rif            delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.

           move low-value to sta-code.
           start stations key is >= sta-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read stations next at end exit perform end-read
                    perform CALCOLA-COSTI-STAZIONE
                    if costo-totale > 0
                       perform STAMPA-COSTI-STAZIONE
                    end-if
                 end-perform
           end-start.

           move totale-costo-anno to r-costo-disp.
           initialize r-riga.
           string "TOTALE MANUTENZIONE ANNO " delimited size
                  anno-rif                    delimited size
                  ": "                        delimited size
                  r-costo-disp                delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       CALCOLA-COSTI-STAZIONE.
      *    Ordini chiusi della stazione: tutti per il totale dalla
      *    data di acquisto, quelli chiusi nell'anno per il costo
      *    dell'anno. La posizione su stations non si tocca.
           move 0 to ordini-anno costo-anno costo-totale.
           move sta-code to itv-sta-code.
           move 0        to itv-numero.
           start interventi key is >= itv-k-stazione
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read interventi next at end exit perform end-read
              if itv-sta-code not = sta-code
                 exit perform
              end-if
              if itv-chiuso
                 compute costo-ordine = itv-costo-ricambi
                                      + itv-costo-manodopera
                 add costo-ordine to costo-totale
                 if itv-data-chiusura(1:4) = anno-rif
                    add 1            to ordini-anno
                    add costo-ordine to costo-anno
                 end-if
              end-if
           end-perform.

      ***---
       STAMPA-COSTI-STAZIONE.
           add costo-anno to totale-costo-anno.
      *    Anni di vita dall'acquisto, almeno uno: senza data di
      *    acquisto la media non si calcola.
           move 0 to anni-vita costo-medio.
           if sta-data-acquisto not = 0
              move sta-data-acquisto to como-data-calcolo
              perform COMPONI-DATA
              perform CALCOLA-NUMERO-GIORNO
              if giorno-oggi-num > como-numero-giorno
                 compute anni-vita =
                         (giorno-oggi-num - como-numero-giorno) / 365
              end-if
              if anni-vita = 0
                 move 1 to anni-vita
              end-if
              compute costo-medio rounded = costo-totale / anni-vita
           else
              move "--/--/----" to r-data-disp
           end-if.

           move ordini-anno  to r-num-disp.
           move costo-anno   to r-costo-disp.
           move costo-totale to r-costo-disp2.
           move costo-medio  to r-costo-disp3.
           initialize r-riga.
           string "   "                  delimited size
                  sta-code               delimited space
                  " "                    delimited size
                  sta-desc               delimited "  "
                  "  acquisto "          delimited size
                  r-data-disp            delimited size
                  "  ordini anno "       delimited size
                  r-num-disp             delimited size
                  "  costo anno "        delimited size
                  r-costo-disp           delimited size
                  "  dall'acquisto "     delimited size
                  r-costo-disp2          delimited size
                  "  media annua "       delimited size
                  r-costo-disp3          delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo di st-presenze), con
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
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
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
           close interventi stations.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
