       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-minori.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Situazione dei minorenni per l'assicurazione: dagli atleti
      *    con data di nascita in anagrafica, quelli che oggi hanno
      *    meno di diciotto anni, incrociati col registro TUTORI
      *    (gtutori). Prima l'elenco dei minorenni senza consenso
      *    firmato (nessun tutore registrato o consenso non ancora
      *    firmato), che all'ingresso vengono respinti; poi chi compie
      *    diciotto anni entro link-giorni (zero = 78-giorni-default),
      *    in ordine di data, da avvisare che il consenso decade e da
      *    ricontattare direttamente. Gli anonimizzati sono esclusi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "athletes.sl".
       copy "tutori.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "athletes.fd".
       copy "tutori.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-athletes       pic xx.
       77  status-tutori         pic xx.

      * COSTANTI
       78  titolo                value "Minorenni e consensi tutori".
       78  78-fine-pagina        value 19.
       78  78-giorni-default     value 60.
       78  78-max-minori         value 500.

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
           88 consenso-presente  value 1 false 0.

       77  oggi                  pic 9(8).
       77  giorni-preavviso      pic 9(3).
       77  data-maggiore-eta     pic 9(8).
       77  giorno-oggi-num       pic 9(8).
       77  giorno-magg-num       pic 9(8).
       77  giorni-residui        pic 9(8).
       77  num-tutori            pic 9(2).
       77  num-senza-consenso    pic 9(5) value 0.
       77  num-minori            pic 9(5) value 0.

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

      * MAGGIORENNI IN ARRIVO, in ordine di diciottesimo compleanno
       01  tab-minori.
           05 min-el             occurs 500 times.
               10 min-data-magg      pic 9(8).
               10 min-code           pic 9(18).
               10 min-consenso       pic x.
       77  min-count             pic 9(3) value 0.
       77  min-ix                pic 9(3).
       77  min-jx                pic 9(3).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-nominativo          pic x(50).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-nascita-disp        pic x(10).
       01  r-stato               pic x(40).
       01  r-num                 pic zzz9.
       01  r-num-2               pic zzz9.

       LINKAGE SECTION.
      *    Giorni di preavviso per i diciotto anni; zero = default.
       77  link-giorni           pic 9(3).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-giorni
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
           initialize tab-minori.
           accept oggi from century-date.
           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-oggi-num.
           if link-giorni = 0
              move 78-giorni-default to giorni-preavviso
           else
              move link-giorni to giorni-preavviso
           end-if.

      ***---
       APRI-FILES.
           open input athletes.
           if status-athletes not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input tutori.

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
              move oggi(7:2) to r-data-gg
              move oggi(5:2) to r-data-mese
              move oggi(1:4) to r-data-anno
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

              move "Minorenni senza consenso firmato del tutore"
                to r-riga
              perform SCRIVI-RIGA
              move ArialNarrow11 to spl-hfont
              perform SCORRI-ATLETI
              if num-senza-consenso = 0
                 move "Nessuno: tutti i minorenni hanno il consenso"
                   to r-riga
                 perform SCRIVI-RIGA
              end-if

              perform STAMPA-MAGGIORENNI

              move num-minori         to r-num
              move num-senza-consenso to r-num-2
              initialize r-riga
              string "Minorenni in anagrafica: " delimited size
                     r-num                        delimited size
                     " - senza consenso: "        delimited size
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
       SCORRI-ATLETI.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read athletes next at end exit perform end-read
              if ath-data-nascita not = 0 and not ath-anonimizzato
                 compute data-maggiore-eta = ath-data-nascita + 180000
                 if data-maggiore-eta > oggi
                    add 1 to num-minori
                    perform CERCA-CONSENSO
                    if not consenso-presente
                       add 1 to num-senza-consenso
                       perform STAMPA-RIGA-MANCANTE
                    end-if
                    perform VALUTA-MAGGIORE-ETA
                 end-if
              end-if
           end-perform.

      ***---
       CERCA-CONSENSO.
      *    Tutori registrati e consenso firmato, come all'ingresso.
           set consenso-presente to false.
           move 0 to num-tutori.
           move ath-code  to tut-code.
           move low-value to tut-progr.
           start tutori key is >= tut-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tutori next at end exit perform end-read
              if tut-code not = ath-code
                 exit perform
              end-if
              add 1 to num-tutori
              if tut-data-consenso not = 0 and
                 tut-data-consenso <= oggi
                 set consenso-presente to true
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-MANCANTE.
           perform COMPONI-NOMINATIVO.
           perform COMPONI-NASCITA.
           if num-tutori = 0
              move "nessun tutore registrato" to r-stato
           else
              move num-tutori to r-num
              initialize r-stato
              string "consenso non firmato (tutori: " delimited size
                     r-num                            delimited size
                     ")"                              delimited size
                into r-stato
              end-string
           end-if.
           initialize r-riga.
           string r-nominativo    delimited size
                  "  nato il "    delimited size
                  r-nascita-disp  delimited size
                  "  "            delimited size
                  r-stato         delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       VALUTA-MAGGIORE-ETA.
      *    Diciotto anni entro la finestra di preavviso: inserimento
      *    ordinato per data, come le tabelle di st-incassi.
           move data-maggiore-eta to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-magg-num.
           compute giorni-residui = giorno-magg-num - giorno-oggi-num.
           if giorni-residui > giorni-preavviso
              exit paragraph
           end-if.
           if min-count >= 78-max-minori
              exit paragraph
           end-if.
           perform varying min-ix from 1 by 1
                     until min-ix > min-count
              if min-data-magg(min-ix) > data-maggiore-eta
                 exit perform
              end-if
           end-perform.
           move min-count to min-jx.
           perform until min-jx < min-ix
              move min-el(min-jx) to min-el(min-jx + 1)
              subtract 1 from min-jx
           end-perform.
           move data-maggiore-eta to min-data-magg(min-ix).
           move ath-code          to min-code(min-ix).
           if consenso-presente
              move "S" to min-consenso(min-ix)
           else
              move "N" to min-consenso(min-ix)
           end-if.
           add 1 to min-count.

      ***---
       STAMPA-MAGGIORENNI.
           add 0,3 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           move ArialNarrow11B to spl-hfont.
           move giorni-preavviso to r-num.
           initialize r-riga.
           string "Compiono diciotto anni entro " delimited size
                  r-num                           delimited size
                  " giorni"                       delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           if min-count = 0
              move "Nessuno" to r-riga
              perform SCRIVI-RIGA
              exit paragraph
           end-if.
           perform varying min-ix from 1 by 1
                     until min-ix > min-count
              move min-code(min-ix) to ath-code
              read athletes
                   invalid move spaces to ath-cognome ath-nome
              end-read
              perform COMPONI-NOMINATIVO
              move min-data-magg(min-ix) to como-data-calcolo
              move como-data-gg   to r-data-gg
              move como-data-mese to r-data-mese
              move como-data-anno to r-data-anno
              if min-consenso(min-ix) = "S"
                 move "consenso tutore in archivio" to r-stato
              else
                 move "senza consenso tutore" to r-stato
              end-if
              initialize r-riga
              string r-nominativo   delimited size
                     "  maggiorenne dal " delimited size
                     r-data-disp    delimited size
                     "  "           delimited size
                     r-stato        delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-perform.

      ***---
       COMPONI-NOMINATIVO.
      *    Codice e nominativo dell'atleta corrente, su 50 colonne.
           move spaces to r-nominativo.
           string ath-code     delimited size
                  " "          delimited size
                  ath-cognome  delimited "  "
                  " "          delimited size
                  ath-nome     delimited "  "
             into r-nominativo
           end-string.

      ***---
       COMPONI-NASCITA.
           move ath-data-nascita to como-data-calcolo.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.
           move r-data-disp    to r-nascita-disp.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo del controllo scadenze di
      *    gcheckin), con gestione degli anni bisestili.
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
           close athletes tutori.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
