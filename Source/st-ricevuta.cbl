       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-ricevuta.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Stampa di una ricevuta o nota di credito di RECEIPTS (tipo,
      *    anno e numero in linkage): intestatario, causale, importo,
      *    modo di incasso, operatore e, se il documento e' stornato o
      *    storna, il richiamo all'altro documento. Ogni stampa
      *    conta in rcp-num-stampe: dalla seconda in poi il documento
      *    esce con la dicitura "Duplicato".
      *    L'aggiornamento del conteggio va al giornale di giornata.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "receipts.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "receipts.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "giornale.lks".

       77  status-receipts       pic xx.
       77  esito-giornale        signed-short.

      * COSTANTI
       78  titolo                value "Ricevuta".

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

      * RIGHE DI STAMPA
       01  r-riga                pic x(200).
       01  r-documento           pic x(20).
       01  r-data-disp           pic 99/99/9999.
       01  r-numero-disp         pic 9(8).
       01  r-rif-numero-disp     pic 9(8).
       01  r-importo-disp        pic zzz.zz9,99.
       01  r-stampe-disp         pic zz9.
       01  r-metodo              pic x(20).

       LINKAGE SECTION.
       77  link-tipo             pic x.
       77  link-anno             pic 9(4).
       77  link-numero           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-tipo link-anno link-numero
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

      ***---
       APRI-FILES.
           open i-o receipts.
           if status-receipts not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move link-tipo   to rcp-tipo.
           move link-anno   to rcp-anno.
           move link-numero to rcp-numero.
           read receipts
                invalid
                   display message "Documento non presente"
                              icon mb-warning-icon
                   close receipts
                   set errori to true
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
              perform STAMPA-DOCUMENTO
              set spl-chiusura to true
              call   "spooler" using spooler-link
              if not link-anteprima
                 add 1 to rcp-num-stampe
                 rewrite rcp-rec
                         invalid continue
                     not invalid
                         set gnk-riscrittura to true
                         perform GIORNALE-RECEIPTS
                 end-rewrite
              end-if
           end-if.

      ***---
       STAMPA-DOCUMENTO.
           if rcp-nota-credito
              move "NOTA DI CREDITO" to r-documento
           else
              move "RICEVUTA"        to r-documento
           end-if.
           move rcp-numero to r-numero-disp.
           move rcp-data   to r-data-disp.
           initialize r-riga.
           string r-documento     delimited "  "
                  " n. "          delimited size
                  rcp-anno        delimited size
                  "/"             delimited size
                  r-numero-disp   delimited size
                  " del "         delimited size
                  r-data-disp     delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           add 0,3 to spl-riga.

           if rcp-num-stampe > 0
              add 1 to rcp-num-stampe giving r-stampe-disp
              initialize r-riga
              string "Duplicato - stampa n. " delimited size
                     r-stampe-disp            delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.

           move ArialNarrow11 to spl-hfont.
           initialize r-riga.
           string "Intestatario: "  delimited size
                  rcp-intestatario  delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           initialize r-riga.
           string "Causale: "       delimited size
                  rcp-causale       delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           move rcp-importo to r-importo-disp.
           initialize r-riga.
           string "Importo: euro "  delimited size
                  r-importo-disp    delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.

           evaluate rcp-metodo
           when "P"   move "carta/POS"        to r-metodo
           when "B"   move "bonifico"         to r-metodo
           when "A"   move "addebito diretto" to r-metodo
           when other move "contanti"         to r-metodo
           end-evaluate.
           initialize r-riga.
           string "Pagamento: "     delimited size
                  r-metodo          delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           if rcp-rif-numero not = 0
              move rcp-rif-numero to r-rif-numero-disp
              initialize r-riga
              if rcp-nota-credito
                 string "A storno della ricevuta n. " delimited size
                        rcp-rif-anno                  delimited size
                        "/"                           delimited size
                        r-rif-numero-disp             delimited size
                   into r-riga
                 end-string
              else
                 string "Stornata con nota di credito n. "
                                                   delimited size
                        rcp-rif-anno               delimited size
                        "/"                        delimited size
                        r-rif-numero-disp          delimited size
                   into r-riga
                 end-string
              end-if
              perform SCRIVI-RIGA
           end-if.

           initialize r-riga.
           string "Operatore: "     delimited size
                  rcp-utente        delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

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
       GIORNALE-RECEIPTS.
      *    Immagine dopo al giornale di giornata: l'operazione (R)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "st-ricevuta" to gnk-programma.
           move "receipts"    to gnk-file.
           move rcp-rec       to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close receipts.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
