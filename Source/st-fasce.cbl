       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-fasce.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Ingressi fuori fascia del mese: dal registro FUORIFASCIA i
      *    soci dei piani a fasce ("mattina", "solo weekend", vedi
      *    gplans) respinti fuori orario allo sportello (gcheckin) o
      *    al tornello (gate-scan), e quelli fatti passare lo stesso
      *    dalla reception forzando il controllo, con l'operatore.
      *    Prima l'elenco cronologico, poi il riepilogo per socio
      *    (rifiuti sportello, rifiuti tornello, forzature): chi
      *    torna spesso fuori fascia va riproposto sul piano pieno.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "fuorifascia.sl".
       copy "athletes.sl".
       copy "plans.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "fuorifascia.fd".
       copy "athletes.fd".
       copy "plans.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-fuorifascia    pic xx.
       77  status-athletes       pic xx.
       77  status-plans          pic xx.

      * COSTANTI
       78  titolo                value "Ingressi fuori fascia".
       78  78-fine-pagina        value 19.
       78  78-max-soci           value 500.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

       77  mese-rif              pic 9(6).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.

      * RIEPILOGO PER SOCIO, in ordine di codice
       01  tab-soci.
           05 soc-el             occurs 500 times.
               10 soc-code           pic 9(18).
               10 soc-pln-code       pic x(5).
               10 soc-rif-sportello  pic 9(4).
               10 soc-rif-tornello   pic 9(4).
               10 soc-forzati        pic 9(4).
       77  soc-count             pic 9(3) value 0.
       77  soc-ix                pic 9(3).
       77  soc-jx                pic 9(3).

       77  tot-rif-sportello     pic 9(5) value 0.
       77  tot-rif-tornello      pic 9(5) value 0.
       77  tot-forzati           pic 9(5) value 0.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-nominativo          pic x(50).
       01  r-mese-disp.
           05 r-mese-mese        pic 99.
           05 filler             pic x value "/".
           05 r-mese-anno        pic 9(4).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  como-ora-spezzata.
           05 como-ora-hh        pic 99.
           05 como-ora-mi        pic 99.
           05 filler             pic x(4).
       01  r-ora-disp.
           05 r-ora-hh           pic 99.
           05 filler             pic x value ",".
           05 r-ora-mi           pic 99.
       01  r-esito               pic x(30).
       01  r-num-1               pic zzz9.
       01  r-num-2               pic zzz9.
       01  r-num-3               pic zzz9.

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
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           initialize tab-soci.
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

      ***---
       APRI-FILES.
           open input fuorifascia.
           if status-fuorifascia not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input athletes plans.

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
                     " - "        delimited size
                     r-mese-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              move ArialNarrow11 to spl-hfont
              perform SCORRI-REGISTRO

              if soc-count = 0
                 move "Nessun ingresso fuori fascia nel mese"
                   to r-riga
                 perform SCRIVI-RIGA
              else
                 perform STAMPA-RIEPILOGO
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-REGISTRO.
      *    Elenco cronologico: la chiave del registro parte dalla
      *    data, quindi basta posizionarsi al primo del mese.
           move mese-rif to ffa-data(1:6).
           move "01"     to ffa-data(7:2).
           move 0        to ffa-ora ffa-code.
           start fuorifascia key is >= ffa-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read fuorifascia next at end exit perform end-read
              if ffa-data(1:6) not = mese-rif
                 exit perform
              end-if
              perform ACCUMULA-SOCIO
              perform STAMPA-RIGA-DETTAGLIO
           end-perform.

      ***---
       ACCUMULA-SOCIO.
      *    Inserimento ordinato per codice, come le tabelle di
      *    st-incassi.
           perform varying soc-ix from 1 by 1
                     until soc-ix > soc-count
              if soc-code(soc-ix) >= ffa-code
                 exit perform
              end-if
           end-perform.
           if soc-ix > soc-count
           or soc-code(soc-ix) not = ffa-code
              if soc-count >= 78-max-soci
                 exit paragraph
              end-if
              move soc-count to soc-jx
              perform until soc-jx < soc-ix
                 move soc-el(soc-jx) to soc-el(soc-jx + 1)
                 subtract 1 from soc-jx
              end-perform
              initialize soc-el(soc-ix)
              move ffa-code to soc-code(soc-ix)
              add 1 to soc-count
           end-if.
           move ffa-pln-code to soc-pln-code(soc-ix).
           evaluate true
           when ffa-forzato
                add 1 to soc-forzati(soc-ix) tot-forzati
           when ffa-tornello
                add 1 to soc-rif-tornello(soc-ix) tot-rif-tornello
           when other
                add 1 to soc-rif-sportello(soc-ix) tot-rif-sportello
           end-evaluate.

      ***---
       STAMPA-RIGA-DETTAGLIO.
           move ffa-code to ath-code.
           perform COMPONI-NOMINATIVO.
           move ffa-data to como-data-calcolo.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.
           move ffa-ora     to como-ora-spezzata.
           move como-ora-hh to r-ora-hh.
           move como-ora-mi to r-ora-mi.
           initialize r-esito.
           evaluate true
           when ffa-forzato
                string "FORZATO da "  delimited size
                       ffa-utente     delimited space
                  into r-esito
                end-string
           when ffa-tornello
                move "respinto al tornello"  to r-esito
           when other
                move "respinto allo sportello" to r-esito
           end-evaluate.
           initialize r-riga.
           string r-data-disp   delimited size
                  " ore "       delimited size
                  r-ora-disp    delimited size
                  "  "          delimited size
                  r-nominativo  delimited size
                  "  piano "    delimited size
                  ffa-pln-code  delimited size
                  "  "          delimited size
                  r-esito       delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-RIEPILOGO.
           add 0,3 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           move ArialNarrow11B to spl-hfont.
           initialize r-riga.
           string "Riepilogo per socio (rifiuti sportello / "
                                                  delimited size
                  "rifiuti tornello / forzature)" delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           perform varying soc-ix from 1 by 1
                     until soc-ix > soc-count
              move soc-code(soc-ix) to ath-code
              perform COMPONI-NOMINATIVO
              move soc-pln-code(soc-ix) to pln-code
              read plans
                   invalid move spaces to pln-desc
              end-read
              move soc-rif-sportello(soc-ix) to r-num-1
              move soc-rif-tornello(soc-ix)  to r-num-2
              move soc-forzati(soc-ix)       to r-num-3
              initialize r-riga
              string r-nominativo      delimited size
                     "  "              delimited size
                     soc-pln-code(soc-ix) delimited size
                     " "               delimited size
                     pln-desc(1:25)    delimited size
                     r-num-1           delimited size
                     " / "             delimited size
                     r-num-2           delimited size
                     " / "             delimited size
                     r-num-3           delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-perform.

           move tot-rif-sportello to r-num-1.
           move tot-rif-tornello  to r-num-2.
           move tot-forzati       to r-num-3.
           initialize r-riga.
           string "Totale mese: respinti allo sportello " delimited size
                  r-num-1                   delimited size
                  ", al tornello "          delimited size
                  r-num-2                   delimited size
                  ", forzati dalla reception " delimited size
                  r-num-3                   delimited size
             into r-riga
           end-string.
           add 0,1 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       COMPONI-NOMINATIVO.
      *    Codice e nominativo del socio in ath-code, su 50 colonne.
           move spaces to r-nominativo.
           read athletes
                invalid move spaces to ath-cognome ath-nome
           end-read.
           string ath-code     delimited size
                  " "          delimited size
                  ath-cognome  delimited "  "
                  " "          delimited size
                  ath-nome     delimited "  "
             into r-nominativo
           end-string.

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
           close fuorifascia athletes plans.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
