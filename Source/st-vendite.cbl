       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-vendite.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Vendite del negozio del mese per prodotto: dalle righe di
      *    VENDITE con data nel mese richiesto, per articolo i pezzi
      *    venduti, l'importo, quanto e' stato incassato subito
      *    (contanti e carta) e quanto addebitato sul conto dei soci,
      *    col codice IVA e la giacenza attuale di ARTICOLI. In fondo
      *    il numero di vendite, i totali e i totali per codice IVA.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "vendite.sl".
       copy "articoli.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "vendite.fd".
       copy "articoli.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-vendite        pic xx.
       77  status-articoli       pic xx.

      * COSTANTI
       78  titolo                value "Vendite negozio per prodotto".
       78  78-fine-pagina        value 19.
       78  78-max-articoli       value 500.
       78  78-max-codiva         value 20.

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
           88 riga-in-tabella    value 1 false 0.

      * PERIODO
       77  mese-rif              pic 9(6).
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).

      * CONTATORI E TOTALI
       77  num-vendite           pic 9(6) value 0.
       77  ultima-vendita        pic 9(11) value 0.
       77  tot-quantita          pic 9(7) value 0.
       77  tot-importo           pic 9(9)v99 value 0.
       77  tot-incassato         pic 9(9)v99 value 0.
       77  tot-conto             pic 9(9)v99 value 0.

      * VENDUTO PER ARTICOLO, in ordine di codice.
       01  tab-venduto.
           05 tab-vnd-el         occurs 500 times.
               10 tab-vnd-art-code   pic x(6).
               10 tab-vnd-desc       pic x(50).
               10 tab-vnd-codiva     pic x(3).
               10 tab-vnd-quantita   pic 9(7).
               10 tab-vnd-importo    pic 9(9)v99.
               10 tab-vnd-incassato  pic 9(9)v99.
               10 tab-vnd-conto      pic 9(9)v99.
       77  tab-vnd-count         pic 9(3) value 0.
       77  tab-ix                pic 9(3).
       77  tab-jx                pic 9(3).

      * TOTALI PER CODICE IVA
       01  tab-codiva.
           05 tab-iva-el         occurs 20 times.
               10 tab-iva-codice     pic x(3).
               10 tab-iva-importo    pic 9(9)v99.
       77  tab-iva-count         pic 99 value 0.
       77  tab-kx                pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-mese-disp.
           05 r-mese-mese        pic 99.
           05 filler             pic x value "/".
           05 r-mese-anno        pic 9(4).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       01  r-quantita            pic z(6)9.
       01  r-importo             pic zzz.zzz.zz9,99.
       01  r-incassato           pic zzz.zzz.zz9,99.
       01  r-conto               pic zzz.zzz.zz9,99.
       01  r-giacenza            pic -(5)9.
       01  r-num-disp            pic zzzzz9.

       LINKAGE SECTION.
      *    Mese (aaaamm); zero = mese precedente.
       77  link-mese             pic 9(6).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-mese
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform RACCOGLI-VENDITE
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           initialize tab-venduto tab-codiva.
           if link-mese = 0
              accept como-data-calcolo from century-date
              if como-data-mese = 1
                 move 12 to como-data-mese
                 subtract 1 from como-data-anno
              else
                 subtract 1 from como-data-mese
              end-if
              move como-data-calcolo(1:6) to mese-rif
           else
              move link-mese to mese-rif
           end-if.
           compute data-da = mese-rif * 100 + 1.
           compute data-a  = mese-rif * 100 + 31.

      ***---
       APRI-FILES.
           open input vendite.
           if status-vendite not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input articoli.

      ***---
       RACCOGLI-VENDITE.
           move data-da to ven-data.
           move 0       to ven-numero ven-riga.
           start vendite key is >= ven-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read vendite next at end exit perform end-read
              if ven-data > data-a
                 exit perform
              end-if
              if ven-key(1:11) not = ultima-vendita
                 move ven-key(1:11) to ultima-vendita
                 add 1 to num-vendite
              end-if
              add ven-quantita to tot-quantita
              add ven-importo  to tot-importo
              if ven-conto
                 add ven-importo to tot-conto
              else
                 add ven-importo to tot-incassato
              end-if
              perform ACCUMULA-ARTICOLO
              perform ACCUMULA-CODIVA
           end-perform.

      ***---
       ACCUMULA-ARTICOLO.
           set riga-in-tabella to false.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-vnd-count
              if tab-vnd-art-code(tab-ix) = ven-art-code
                 set riga-in-tabella to true
                 exit perform
              end-if
              if tab-vnd-art-code(tab-ix) > ven-art-code
                 exit perform
              end-if
           end-perform.

           if not riga-in-tabella
              if tab-vnd-count >= 78-max-articoli
                 exit paragraph
              end-if
      *       Inserimento ordinato per codice: le righe dopo il punto
      *       di inserzione scalano di uno.
              move tab-vnd-count to tab-jx
              perform until tab-jx < tab-ix
                 move tab-vnd-el(tab-jx) to tab-vnd-el(tab-jx + 1)
                 subtract 1 from tab-jx
              end-perform
              initialize tab-vnd-el(tab-ix)
              move ven-art-code to tab-vnd-art-code(tab-ix)
              move ven-desc     to tab-vnd-desc(tab-ix)
              move ven-codiva   to tab-vnd-codiva(tab-ix)
              add 1 to tab-vnd-count
           end-if.
           add ven-quantita to tab-vnd-quantita(tab-ix).
           add ven-importo  to tab-vnd-importo(tab-ix).
           if ven-conto
              add ven-importo to tab-vnd-conto(tab-ix)
           else
              add ven-importo to tab-vnd-incassato(tab-ix)
           end-if.

      ***---
       ACCUMULA-CODIVA.
           perform varying tab-kx from 1 by 1
                     until tab-kx > tab-iva-count
              if tab-iva-codice(tab-kx) = ven-codiva
                 exit perform
              end-if
           end-perform.
           if tab-kx > tab-iva-count
              if tab-iva-count >= 78-max-codiva
                 exit paragraph
              end-if
              add 1 to tab-iva-count
              move ven-codiva to tab-iva-codice(tab-kx)
           end-if.
           add ven-importo to tab-iva-importo(tab-kx).

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
              move mese-rif(5:2) to r-mese-mese
              move mese-rif(1:4) to r-mese-anno
              initialize r-titolo
              string titolo       delimited size
                     " - mese "   delimited size
                     r-mese-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              move ArialNarrow11 to spl-hfont
              if tab-vnd-count = 0
                 move "Nessuna vendita nel mese" to r-riga
                 perform SCRIVI-RIGA
              end-if
              perform varying tab-ix from 1 by 1
                        until tab-ix > tab-vnd-count
                 perform STAMPA-RIGA-ARTICOLO
              end-perform

              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-RIGA-ARTICOLO.
           move tab-vnd-art-code(tab-ix) to art-code.
           read articoli
                invalid move 0 to art-giacenza
           end-read.
           move tab-vnd-quantita(tab-ix)  to r-quantita.
           move tab-vnd-importo(tab-ix)   to r-importo.
           move tab-vnd-incassato(tab-ix) to r-incassato.
           move tab-vnd-conto(tab-ix)     to r-conto.
           move art-giacenza              to r-giacenza.
           initialize r-riga.
           string tab-vnd-art-code(tab-ix) delimited size
                  " "                      delimited size
                  tab-vnd-desc(tab-ix)     delimited size
                  " IVA "                  delimited size
                  tab-vnd-codiva(tab-ix)   delimited size
                  " pezzi "                delimited size
                  r-quantita               delimited size
                  " importo "              delimited size
                  r-importo                delimited size
                  " incassato "            delimited size
                  r-incassato              delimited size
                  " a conto "              delimited size
                  r-conto                  delimited size
                  " giacenza "             delimited size
                  r-giacenza               delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           move num-vendite   to r-num-disp.
           move tot-quantita  to r-quantita.
           move tot-importo   to r-importo.
           move tot-incassato to r-incassato.
           move tot-conto     to r-conto.
           initialize r-riga.
           string "Vendite: "       delimited size
                  r-num-disp        delimited size
                  " pezzi "         delimited size
                  r-quantita        delimited size
                  " importo "       delimited size
                  r-importo         delimited size
                  " incassato "     delimited size
                  r-incassato       delimited size
                  " a conto "       delimited size
                  r-conto           delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           perform varying tab-kx from 1 by 1
                     until tab-kx > tab-iva-count
              move tab-iva-importo(tab-kx) to r-importo
              initialize r-riga
              string "Codice IVA "           delimited size
                     tab-iva-codice(tab-kx)  delimited size
                     ": "                    delimited size
                     r-importo               delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-perform.

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
           close vendite articoli.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
