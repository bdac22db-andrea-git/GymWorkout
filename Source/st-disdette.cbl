       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-disdette.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Uscite del trimestre per motivo: le disdette (DISDETTE,
      *    vedi gdisdette) con fine effettiva nel trimestre richiesto
      *    (zero = trimestre scorso), contate e in percentuale per
      *    - motivo codificato (MOTIVI-DISDETTA.DEF),
      *    - piano dell'abbonamento disdetto (catalogo PLANS o
      *      dicitura libera storica),
      *    - trainer che seguiva l'atleta (ath-trainer-code al momento
      *      della disdetta),
      *    - anzianita' di iscrizione a fasce (meno di 3 mesi, 3-6,
      *      6-12, 1-2 anni, oltre 2 anni).
      *    Totale uscite, rimborsi e rate annullate in fondo.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "disdette.sl".
       copy "plans.sl".
       copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "disdette.fd".
       copy "plans.fd".
       copy "trainers.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "motivi-disdetta.def".

       77  status-disdette       pic xx.
       77  status-plans          pic xx.
       77  status-trainers       pic xx.

      * COSTANTI
       78  titolo                value "Disdette per motivo".
       78  78-max-voci           value 300.

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
           88 voce-in-tabella    value 1 false 0.

      * PERIODO
       77  anno-rif              pic 9(4).
       77  trimestre-rif         pic 9.
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).
       01  como-data.
           05 como-anno          pic 9(4).
           05 como-mese          pic 99.
           05 como-gg            pic 99.

      * CONTEGGI PER SEZIONE (M motivo, P piano, T trainer, A
      * anzianita') e voce, in ordine di sezione e voce.
       01  tab-voci.
           05 voce-el            occurs 300 times.
               10 voce-sezione       pic x.
               10 voce-chiave        pic x(20).
               10 voce-uscite        pic 9(5).
       77  voce-count            pic 9(3) value 0.
       77  voce-ix               pic 9(3).
       77  voce-jx               pic 9(3).
       77  sezione-corrente      pic x.
       77  chiave-corrente       pic x(20).

       77  tot-uscite            pic 9(5) value 0.
       77  tot-rimborsi          pic 9(9)v99 value 0.
       77  tot-rate-annullate    pic 9(5) value 0.
       77  tot-importo-annullato pic 9(9)v99 value 0.
       77  ix-motivo             pic 99.
       77  percentuale           pic 9(3)v9.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-desc-voce           pic x(50).
       01  r-data-da-disp        pic 99/99/9999.
       01  r-data-a-disp         pic 99/99/9999.
       01  r-num-disp            pic zzzz9.
       01  r-perc-disp           pic zz9,9.
       01  r-importo-disp        pic zzz.zzz.zz9,99.

       LINKAGE SECTION.
      *    Anno e trimestre (1-4) delle uscite; zero = trimestre
      *    scorso.
       77  link-anno             pic 9(4).
       77  link-trimestre        pic 9.
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-anno link-trimestre
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
           initialize tab-voci.
           if link-anno = 0
           or link-trimestre < 1
           or link-trimestre > 4
              accept como-data from century-date
              move como-anno to anno-rif
              compute trimestre-rif = (como-mese - 1) / 3
              if trimestre-rif = 0
                 move 4 to trimestre-rif
                 subtract 1 from anno-rif
              end-if
           else
              move link-anno      to anno-rif
              move link-trimestre to trimestre-rif
           end-if.
           move anno-rif to como-anno.
           compute como-mese = (trimestre-rif - 1) * 3 + 1.
           move 1        to como-gg.
           move como-data to data-da.
           add 2 to como-mese.
           if como-mese = 6 or como-mese = 9
              move 30 to como-gg
           else
              move 31 to como-gg
           end-if.
           move como-data to data-a.

      ***---
       APRI-FILES.
           open input disdette.
           if status-disdette not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input plans trainers.

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
              perform RACCOGLI-DISDETTE

              move 0,6 to spl-riga
              move data-da to r-data-da-disp
              move data-a  to r-data-a-disp
              initialize r-titolo
              string titolo          delimited size
                     " - uscite dal " delimited size
                     r-data-da-disp  delimited size
                     " al "          delimited size
                     r-data-a-disp   delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,25 to spl-riga

              if tot-uscite = 0
                 move "Nessuna disdetta nel trimestre" to r-riga
                 move ArialNarrow11 to spl-hfont
                 perform SCRIVI-RIGA
              else
                 move "M" to sezione-corrente
                 perform STAMPA-SEZIONE
                 move "P" to sezione-corrente
                 perform STAMPA-SEZIONE
                 move "T" to sezione-corrente
                 perform STAMPA-SEZIONE
                 move "A" to sezione-corrente
                 perform STAMPA-SEZIONE
                 perform STAMPA-TOTALI
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       RACCOGLI-DISDETTE.
           move low-value to dsd-key.
           start disdette key is >= dsd-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read disdette next at end exit perform end-read
              if dsd-data-effettiva >= data-da
              and dsd-data-effettiva <= data-a
                 perform CONTA-DISDETTA
              end-if
           end-perform.

      ***---
       CONTA-DISDETTA.
           add 1                     to tot-uscite.
           add dsd-rimborso          to tot-rimborsi.
           add dsd-rate-annullate    to tot-rate-annullate.
           add dsd-importo-annullato to tot-importo-annullato.

           move "M"        to sezione-corrente.
           move dsd-motivo to chiave-corrente.
           perform ACCUMULA-VOCE.

           move "P" to sezione-corrente.
           if dsd-pln-code = spaces
              move dsd-tipo-piano to chiave-corrente
           else
              move dsd-pln-code   to chiave-corrente
           end-if.
           perform ACCUMULA-VOCE.

           move "T"          to sezione-corrente.
           move dsd-trn-code to chiave-corrente.
           perform ACCUMULA-VOCE.

      *    Fasce di anzianita': la chiave ordina le fasce.
           move "A" to sezione-corrente.
           evaluate true
           when dsd-mesi-iscrizione < 3
                move "1meno di 3 mesi"  to chiave-corrente
           when dsd-mesi-iscrizione < 6
                move "2da 3 a 6 mesi"   to chiave-corrente
           when dsd-mesi-iscrizione < 12
                move "3da 6 a 12 mesi"  to chiave-corrente
           when dsd-mesi-iscrizione < 24
                move "4da 1 a 2 anni"   to chiave-corrente
           when other
                move "5oltre 2 anni"    to chiave-corrente
           end-evaluate.
           perform ACCUMULA-VOCE.

      ***---
       ACCUMULA-VOCE.
           set voce-in-tabella to false.
           perform varying voce-ix from 1 by 1
                     until voce-ix > voce-count
              if voce-sezione(voce-ix) = sezione-corrente
              and voce-chiave(voce-ix) = chiave-corrente
                 set voce-in-tabella to true
                 exit perform
              end-if
              if voce-sezione(voce-ix) > sezione-corrente
              or (voce-sezione(voce-ix) = sezione-corrente
                  and voce-chiave(voce-ix) > chiave-corrente)
                 exit perform
              end-if
           end-perform.

           if voce-in-tabella
              add 1 to voce-uscite(voce-ix)
              exit paragraph
           end-if.

           if voce-count >= 78-max-voci
              exit paragraph
           end-if.
           move voce-count to voce-jx.
           perform until voce-jx < voce-ix
              move voce-el(voce-jx) to voce-el(voce-jx + 1)
              subtract 1 from voce-jx
           end-perform.
           move sezione-corrente to voce-sezione(voce-ix).
           move chiave-corrente  to voce-chiave(voce-ix).
           move 1                to voce-uscite(voce-ix).
           add 1 to voce-count.

      ***---
       STAMPA-SEZIONE.
           add 0,2 to spl-riga.
           evaluate sezione-corrente
           when "M" move "Per motivo"                  to r-riga
           when "P" move "Per piano"                   to r-riga
           when "T" move "Per trainer"                 to r-riga
           when "A" move "Per anzianita' di iscrizione" to r-riga
           end-evaluate.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           perform varying voce-ix from 1 by 1
                     until voce-ix > voce-count
              if voce-sezione(voce-ix) = sezione-corrente
                 perform STAMPA-VOCE
              end-if
           end-perform.

      ***---
       STAMPA-VOCE.
           perform DESCRIVI-VOCE.
           compute percentuale rounded =
                   voce-uscite(voce-ix) * 100 / tot-uscite.
           move voce-uscite(voce-ix) to r-num-disp.
           move percentuale          to r-perc-disp.
           initialize r-riga.
           string "   "          delimited size
                  r-desc-voce    delimited size
                  "  uscite: "   delimited size
                  r-num-disp     delimited size
                  "  "           delimited size
                  r-perc-disp    delimited size
                  "%"            delimited size
             into r-riga
           end-string.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,4 to spl-riga.

      ***---
       DESCRIVI-VOCE.
           move voce-chiave(voce-ix) to r-desc-voce.
           evaluate voce-sezione(voce-ix)
           when "M"
                perform varying ix-motivo from 1 by 1
                          until ix-motivo > 78-num-motivi-disdetta
                   if mtd-codice(ix-motivo) = voce-chiave(voce-ix)
                      initialize r-desc-voce
                      string mtd-codice(ix-motivo) delimited size
                             " - "                 delimited size
                             mtd-desc(ix-motivo)   delimited size
                        into r-desc-voce
                      end-string
                      exit perform
                   end-if
                end-perform
           when "P"
                move voce-chiave(voce-ix) to pln-code
                read plans
                     invalid continue
                 not invalid
                     initialize r-desc-voce
                     string pln-code delimited size
                            " - "    delimited size
                            pln-desc delimited size
                       into r-desc-voce
                     end-string
                end-read
           when "T"
                if voce-chiave(voce-ix) = spaces
                   move "(nessun trainer)" to r-desc-voce
                else
                   move voce-chiave(voce-ix) to trn-code
                   read trainers
                        invalid continue
                    not invalid
                        initialize r-desc-voce
                        string trn-code    delimited size
                               " - "       delimited size
                               trn-cognome delimited "  "
                               " "         delimited size
                               trn-nome    delimited "  "
                          into r-desc-voce
                        end-string
                   end-read
                end-if
           when "A"
                move voce-chiave(voce-ix)(2:) to r-desc-voce
           end-evaluate.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           move tot-uscite   to r-num-disp.
           move tot-rimborsi to r-importo-disp.
           initialize r-riga.
           string "Totale uscite: "      delimited size
                  r-num-disp             delimited size
                  "  rimborsi: "         delimited size
                  r-importo-disp         delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           move tot-rate-annullate    to r-num-disp.
           move tot-importo-annullato to r-importo-disp.
           initialize r-riga.
           string "Rate annullate: "     delimited size
                  r-num-disp             delimited size
                  "  per "               delimited size
                  r-importo-disp         delimited size
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
       CHIUDI-FILES.
           close disdette plans trainers.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
