       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-sfida.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Locandina della classifica di una sfida di palestra, da
      *    appendere al posto della lavagna: in orizzontale come la
      *    mappa di st-wodmap, una pagina per categoria con
      *    posizione, atleta, risultato con l'unita' della sfida e
      *    data del risultato; in fondo quanti iscritti della
      *    categoria non hanno ancora un risultato. Sulla sfida
      *    aperta la classifica si ricalcola prima di stampare
      *    (sfide-calc, senza messaggi a video); su quella chiusa si
      *    stampa la classifica finale cosi' com'e'.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "sfide.sl".
       copy "sfideisc.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "sfide.fd".
       copy "sfideisc.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-sfide          pic xx.
       77  status-sfideisc       pic xx.
       77  status-athletes       pic xx.

      * COSTANTI
       78  titolo                value "Classifica della sfida".
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
           88 prima-categoria    value 1 false 0.

      * RICALCOLO DELLA CLASSIFICA PRIMA DELLA STAMPA
       77  modo-calcolo          pic x value space.
       77  modo-batch            pic x value "B".
       77  path-calcolo          pic x(256) value spaces.
       77  esito-calcolo         signed-short.

       77  categoria-corrente    pic x(3).
       77  desc-categoria        pic x(40).
       77  num-classificati      pic 9(4).
       77  num-senza-risultato   pic 9(4).

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
       01  r-periodo-da          pic x(10).
       01  r-periodo-a           pic x(10).
       01  r-stato               pic x(40).
       01  r-posizione-disp      pic zzz9.
       01  r-valore-disp         pic zzzzzz9,99.
       01  r-senza-disp          pic zzz9.
       01  r-nominativo          pic x(60).

       LINKAGE SECTION.
       77  link-sfd-code         pic x(5).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-sfd-code
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform AGGIORNA-CLASSIFICA.
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

      ***---
       AGGIORNA-CLASSIFICA.
      *    Sfida aperta: si ricalcola, cosi' la locandina porta i
      *    risultati del giorno.
           open input sfide.
           if status-sfide not = "00" and not = "05"
              exit paragraph
           end-if.
           move link-sfd-code to sfd-code.
           read sfide
                invalid continue
            not invalid
                if sfd-aperta
                   close sfide
                   call   "sfide-calc" using link-sfd-code
                                             modo-calcolo
                                             path-calcolo
                                             modo-batch
                                             esito-calcolo
                   cancel "sfide-calc"
                   exit paragraph
                end-if
           end-read.
           close sfide.

      ***---
       APRI-FILES.
           open input sfide.
           if status-sfide not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move link-sfd-code to sfd-code.
           read sfide
                invalid
                   set errori to true
                   display message "Sfida " link-sfd-code
                              " inesistente"
                              icon 3
                   close sfide
                   exit paragraph
           end-read.
      *    Senza iscritti la locandina esce vuota.
           open input sfideisc.
           if status-sfideisc not = "00" and not = "05"
              move "35" to status-sfideisc
           end-if.
           open input athletes.

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
              move sfd-data-da to como-data-calcolo
              perform COMPONI-DATA
              move r-data-disp to r-periodo-da
              move sfd-data-a  to como-data-calcolo
              perform COMPONI-DATA
              move r-data-disp to r-periodo-a
              initialize r-stato
              if sfd-chiusa
                 move sfd-data-chiusura to como-data-calcolo
                 perform COMPONI-DATA
                 string "CLASSIFICA FINALE del " delimited size
                        r-data-disp              delimited size
                   into r-stato
                 end-string
              else
                 move sfd-data-calcolo to como-data-calcolo
                 perform COMPONI-DATA
                 string "aggiornata al "   delimited size
                        r-data-disp        delimited size
                   into r-stato
                 end-string
              end-if

              move 0,6 to spl-riga
              move spaces to desc-categoria
              set prima-categoria to true
              if status-sfideisc not = "35"
                 perform STAMPA-CLASSIFICA
              end-if
              if prima-categoria
                 perform STAMPA-INTESTAZIONE
                 move "Nessun iscritto alla sfida" to r-riga
                 perform SCRIVI-RIGA
              else
                 perform STAMPA-PIEDE-CATEGORIA
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-INTESTAZIONE.
           initialize r-titolo.
           string titolo         delimited size
                  ": "           delimited size
                  sfd-desc       delimited "  "
                  " - dal "      delimited size
                  r-periodo-da   delimited size
                  " al "         delimited size
                  r-periodo-a    delimited size
                  " - "          delimited size
                  r-stato        delimited "  "
             into r-titolo
           end-string.
           move ArialNarrow11B to spl-hfont.
           move r-titolo       to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.
           add 0,8 to spl-riga.
           if desc-categoria not = spaces
              initialize r-riga
              string "Categoria: "  delimited size
                     desc-categoria delimited "  "
                into r-riga
              end-string
              perform SCRIVI-RIGA
              add 0,3 to spl-riga
              move "Pos.  Atleta, risultato, data" to r-riga
              perform SCRIVI-RIGA
           end-if.
           move ArialNarrow11  to spl-hfont.

      ***---
       STAMPA-CLASSIFICA.
      *    Sulla chiave di classifica: categoria, poi dal migliore;
      *    gli iscritti senza punteggio chiudono la categoria e si
      *    contano soltanto.
           move sfd-code  to sfi-sfd-code.
           move low-value to sfi-categoria.
           move 0         to sfi-ordine.
           start sfideisc key is >= sfi-k-classifica
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read sfideisc next at end exit perform end-read
              if sfi-sfd-code not = sfd-code
                 exit perform
              end-if
              if prima-categoria
              or sfi-categoria not = categoria-corrente
                 if not prima-categoria
                    perform STAMPA-PIEDE-CATEGORIA
                    set spl-salto-pagina to true
                    call "spooler" using spooler-link
                    move 0,6 to spl-riga
                 end-if
                 set prima-categoria to false
                 move sfi-categoria      to categoria-corrente
                 move sfi-desc-categoria to desc-categoria
                 if desc-categoria = spaces
                    move "Assoluta" to desc-categoria
                 end-if
                 move 0 to num-classificati num-senza-risultato
                 perform STAMPA-INTESTAZIONE
              end-if
              if sfi-punteggio-presente
                 perform STAMPA-ISCRITTO
              else
                 add 1 to num-senza-risultato
              end-if
           end-perform.

      ***---
       STAMPA-ISCRITTO.
           add 1 to num-classificati.
           move sfi-ath-code to ath-code.
           read athletes
                invalid
                   move spaces to ath-cognome ath-nome
           end-read.
           initialize r-nominativo.
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
             into r-nominativo
           end-string.
           move sfi-posizione   to r-posizione-disp.
           move sfi-valore      to r-valore-disp.
           move sfi-data-valore to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-riga.
           string r-posizione-disp delimited size
                  "   "            delimited size
                  r-nominativo     delimited "  "
                  "  -  "          delimited size
                  r-valore-disp    delimited size
                  " "              delimited size
                  sfd-unita        delimited "  "
                  "  ("            delimited size
                  r-data-disp      delimited size
                  ")"              delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-PIEDE-CATEGORIA.
           if num-classificati = 0
              move "Nessun risultato nella categoria" to r-riga
              perform SCRIVI-RIGA
           end-if.
           if num-senza-risultato not = 0
              add 0,3 to spl-riga
              move num-senza-risultato to r-senza-disp
              initialize r-riga
              string "Iscritti ancora senza risultato: "
                                      delimited size
                     r-senza-disp     delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.

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
           if status-sfideisc not = "35"
              close sfideisc
           end-if.
           close sfide athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
