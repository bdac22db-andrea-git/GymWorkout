       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-riordino.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Lista di riordino del negozio: gli articoli attivi di
      *    ARTICOLI con la giacenza arrivata alla scorta minima (o
      *    sotto), raggruppati per fornitore per fare un ordine a
      *    telefonata. Per ogni articolo: giacenza, scorta minima e
      *    pezzi da ordinare (la quantita' di riordino dell'articolo;
      *    senza, quanto basta per tornare al doppio della scorta).
      *    Una giacenza sotto zero vuol dire vendite di merce mai
      *    caricata: si segnala da sistemare con carico o inventario
      *    in gartic.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "articoli.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "articoli.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-articoli       pic xx.

      * COSTANTI
       78  titolo                value "Articoli da riordinare".
       78  78-fine-pagina        value 19.
       78  78-max-articoli       value 500.

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
       77  da-ordinare           pic s9(6).
       77  fornitore-corrente    pic x(40).
       77  num-articoli          pic 9(5) value 0.
       77  num-negativi          pic 9(5) value 0.

      * ARTICOLI DA RIORDINARE, in ordine di fornitore e codice.
       01  tab-riordino.
           05 tab-rio-el         occurs 500 times.
               10 tab-rio-fornitore  pic x(40).
               10 tab-rio-art-code   pic x(6).
               10 tab-rio-desc       pic x(50).
               10 tab-rio-giacenza   pic s9(6).
               10 tab-rio-scorta     pic 9(5).
               10 tab-rio-ordinare   pic 9(6).
       77  tab-rio-count         pic 9(3) value 0.
       77  tab-ix                pic 9(3).
       77  tab-jx                pic 9(3).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-negativa            pic x(30).
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
       01  r-giacenza            pic -(5)9.
       01  r-scorta              pic z(4)9.
       01  r-ordinare            pic z(5)9.
       01  r-num-1               pic zzzz9.
       01  r-num-2               pic zzzz9.

       LINKAGE SECTION.
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform RACCOGLI-ARTICOLI
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           accept oggi from century-date.
           initialize tab-riordino.

      ***---
       APRI-FILES.
           open input articoli.
           if status-articoli not = "00" and not = "05"
              set errori to true
           end-if.

      ***---
       RACCOGLI-ARTICOLI.
           move low-value to art-key.
           start articoli key is >= art-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read articoli next at end exit perform end-read
              if art-attivo
              and art-giacenza <= art-scorta-minima
                 perform ACCODA-ARTICOLO
              end-if
           end-perform.

      ***---
       ACCODA-ARTICOLO.
           if art-qta-riordino > 0
              move art-qta-riordino to da-ordinare
           else
              compute da-ordinare = art-scorta-minima * 2
                                  - art-giacenza
           end-if.
           if da-ordinare < 0
              move 0 to da-ordinare
           end-if.
           if tab-rio-count >= 78-max-articoli
              exit paragraph
           end-if.
      *    Inserimento ordinato per fornitore+codice: le righe dopo
      *    il punto di inserzione scalano di uno.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-rio-count
              if tab-rio-fornitore(tab-ix) > art-fornitore
              or (tab-rio-fornitore(tab-ix) = art-fornitore
                  and tab-rio-art-code(tab-ix) > art-code)
                 exit perform
              end-if
           end-perform.
           move tab-rio-count to tab-jx.
           perform until tab-jx < tab-ix
              move tab-rio-el(tab-jx) to tab-rio-el(tab-jx + 1)
              subtract 1 from tab-jx
           end-perform.
           move art-fornitore     to tab-rio-fornitore(tab-ix).
           move art-code          to tab-rio-art-code(tab-ix).
           move art-desc          to tab-rio-desc(tab-ix).
           move art-giacenza      to tab-rio-giacenza(tab-ix).
           move art-scorta-minima to tab-rio-scorta(tab-ix).
           move da-ordinare       to tab-rio-ordinare(tab-ix).
           add 1 to tab-rio-count.

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
              move oggi to como-data-calcolo
              perform COMPONI-DATA
              initialize r-titolo
              string titolo       delimited size
                     " al "       delimited size
                     r-data-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              if tab-rio-count = 0
                 move ArialNarrow11 to spl-hfont
                 move "Nessun articolo sotto la scorta minima"
                   to r-riga
                 perform SCRIVI-RIGA
              end-if
              move high-value to fornitore-corrente
              perform varying tab-ix from 1 by 1
                        until tab-ix > tab-rio-count
                 perform STAMPA-RIGA-ARTICOLO
              end-perform

              move num-articoli to r-num-1
              move num-negativi to r-num-2
              initialize r-riga
              string "Articoli da riordinare: "   delimited size
                     r-num-1                      delimited size
                     "   con giacenza negativa: " delimited size
                     r-num-2                      delimited size
                into r-riga
              end-string
              add 0,3 to spl-riga
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-RIGA-ARTICOLO.
           if tab-rio-fornitore(tab-ix) not = fornitore-corrente
              move tab-rio-fornitore(tab-ix) to fornitore-corrente
              add 0,2 to spl-riga
              move ArialNarrow11B to spl-hfont
              if fornitore-corrente = spaces
                 move "Fornitore non indicato" to r-riga
              else
                 move fornitore-corrente       to r-riga
              end-if
              perform SCRIVI-RIGA
              move ArialNarrow11 to spl-hfont
           end-if.
           add 1 to num-articoli.
           move tab-rio-giacenza(tab-ix) to r-giacenza.
           move tab-rio-scorta(tab-ix)   to r-scorta.
           move tab-rio-ordinare(tab-ix) to r-ordinare.
           if tab-rio-giacenza(tab-ix) < 0
              add 1 to num-negativi
              move "  GIACENZA NEGATIVA" to r-negativa
           else
              move spaces                to r-negativa
           end-if.
           initialize r-riga.
           string tab-rio-art-code(tab-ix) delimited size
                  " "                      delimited size
                  tab-rio-desc(tab-ix)     delimited size
                  " giacenza "             delimited size
                  r-giacenza               delimited size
                  " scorta "               delimited size
                  r-scorta                 delimited size
                  " da ordinare "          delimited size
                  r-ordinare               delimited size
                  r-negativa               delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

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
           close articoli.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
