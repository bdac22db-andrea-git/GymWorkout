       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-consensi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Modulo di consenso privacy da far firmare al socio: dati
      *    anagrafici, poi per ogni finalita' del registro CONSENSI
      *    (M marketing, F foto sui social, T trasferimento dati
      *    all'altra sede) la descrizione, la situazione attualmente a
      *    registro (ultima dichiarazione, con data e fonte) e le
      *    caselle acconsento/non acconsento; in fondo data e firma.
      *    Per il minorenne c'e' anche la riga di firma del genitore o
      *    tutore (registro TUTORI). Il modulo firmato torna in
      *    gconsensi con fonte "M".
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "athletes.sl".
       copy "consensi.sl".
       copy "tutori.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "athletes.fd".
       copy "consensi.fd".
       copy "tutori.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-athletes       pic xx.
       77  status-consensi       pic xx.
       77  status-tutori         pic xx.

      * COSTANTI
       78  titolo                value "Consenso privacy".
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
           88 consenso-trovato   value 1 false 0.

       77  oggi                  pic 9(8).
       77  data-maggiore-eta     pic 9(8).
       77  idx-finalita          pic 9.
       77  finalita-corrente     pic x.

      * FINALITA' DEL REGISTRO, nell'ordine del modulo
       01  tab-finalita.
           05 filler             pic x(61) value
              "MComunicazioni promozionali e offerte per e-mail".
           05 filler             pic x(61) value
              "FFoto e video in palestra pubblicati sui social".
           05 filler             pic x(61) value
              "TTrasferimento dei dati e dello storico all'altra sede".
       01  filler redefines tab-finalita.
           05 fin-el             occurs 3.
               10 fin-codice         pic x.
               10 fin-desc           pic x(60).

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
       01  r-fonte               pic x(20).
       01  r-num                 pic 9.

       LINKAGE SECTION.
       77  link-ath-code         pic 9(18).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-ath-code
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
           open input athletes.
           if status-athletes not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input consensi tutori.
           move link-ath-code to ath-code.
           read athletes
                invalid
                   display message "Atleta " link-ath-code
                              " inesistente" icon mb-warning-icon
                   set errori to true
                   close athletes consensi tutori
           end-read.

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
              move ArialNarrow11B to spl-hfont
              move "Informativa e consenso al trattamento dei dati "
                to r-titolo
              initialize r-riga
              string r-titolo       delimited "  "
                     " personali"   delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              move ArialNarrow11 to spl-hfont
              perform STAMPA-ANAGRAFICA
              perform varying idx-finalita from 1 by 1
                        until idx-finalita > 3
                 perform STAMPA-FINALITA
              end-perform
              perform STAMPA-FIRME

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-ANAGRAFICA.
           initialize r-riga.
           string "Socio: "     delimited size
                  ath-code      delimited size
                  " "           delimited size
                  ath-cognome   delimited "  "
                  " "           delimited size
                  ath-nome      delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           if ath-data-nascita not = 0
              move ath-data-nascita to como-data-calcolo
              perform COMPONI-DATA
              initialize r-riga
              string "Nato il "    delimited size
                     r-data-disp   delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.
           initialize r-riga.
           string "Telefono: "   delimited size
                  ath-telefono   delimited "  "
                  "   E-mail: "  delimited size
                  ath-email      delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           add 0,2 to spl-riga.

      ***---
       STAMPA-FINALITA.
           move fin-codice(idx-finalita) to finalita-corrente.
           move idx-finalita to r-num.
           move ArialNarrow11B to spl-hfont.
           initialize r-riga.
           string r-num                      delimited size
                  ". "                       delimited size
                  fin-desc(idx-finalita)     delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.

           perform CERCA-ULTIMO-CONSENSO.
           initialize r-riga.
           if not consenso-trovato
              move "   A registro: nessuna dichiarazione" to r-riga
           else
              move cns-data to como-data-calcolo
              perform COMPONI-DATA
              evaluate true
              when cns-fonte-modulo    move "modulo firmato" to r-fonte
              when cns-fonte-reception move "reception"      to r-fonte
              when cns-fonte-web       move "sito/app"       to r-fonte
              when other               move "e-mail"         to r-fonte
              end-evaluate
              if cns-dato
                 string "   A registro: consenso dato il "
                                              delimited size
                        r-data-disp           delimited size
                        " ("                  delimited size
                        r-fonte               delimited "  "
                        ")"                   delimited size
                   into r-riga
                 end-string
              else
                 string "   A registro: consenso revocato il "
                                              delimited size
                        r-data-disp           delimited size
                        " ("                  delimited size
                        r-fonte               delimited "  "
                        ")"                   delimited size
                   into r-riga
                 end-string
              end-if
           end-if.
           perform SCRIVI-RIGA.
           move "   [  ] Acconsento          [  ] Non acconsento"
             to r-riga.
           perform SCRIVI-RIGA.
           add 0,2 to spl-riga.

      ***---
       CERCA-ULTIMO-CONSENSO.
           set consenso-trovato to false.
           move ath-code          to cns-code.
           move finalita-corrente to cns-finalita.
           move 99999999          to cns-data cns-ora.
           start consensi key is <= cns-key
                 invalid exit paragraph
           end-start.
           read consensi next
                at end exit paragraph
           end-read.
           if cns-code = ath-code and cns-finalita = finalita-corrente
              set consenso-trovato to true
           end-if.

      ***---
       STAMPA-FIRME.
           add 0,4 to spl-riga.
           initialize r-riga.
           string "Data ______________     "        delimited size
                  "Firma del socio "                 delimited size
                  "________________________________" delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      *    Minorenne: firma anche il genitore o tutore (il primo a
      *    registro, se c'e').
           if ath-data-nascita = 0
              exit paragraph
           end-if.
           compute data-maggiore-eta = ath-data-nascita + 180000.
           if data-maggiore-eta <= oggi
              exit paragraph
           end-if.
           move spaces to tut-nominativo.
           move ath-code  to tut-code.
           move low-value to tut-progr.
           start tutori key is >= tut-key
                 invalid continue
             not invalid
                 read tutori next
                      at end move spaces to tut-nominativo
                 end-read
                 if tut-code not = ath-code
                    move spaces to tut-nominativo
                 end-if
           end-start.
           add 0,4 to spl-riga.
           initialize r-riga.
           string "Firma del genitore/tutore "       delimited size
                  tut-nominativo                     delimited "  "
                  " ________________________________" delimited size
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
           close athletes consensi tutori.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
