       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-ospiti.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Addebito mensile dell'accesso reciproco: quante volte i soci
      *    di ogni altra sede si sono allenati qui nel mese (VISITE,
      *    scritte da gcheckin e gate-scan per i soci caricati in
      *    OSPITI). Per ogni sede di appartenenza l'elenco dei soci con
      *    il numero di visite e in fondo il totale di visite e di
      *    soci da addebitare; in coda il riepilogo di tutte le sedi.
      *    Ogni installazione stampa le visite che ha ospitato: il
      *    quadro dei soci di questa sede allenati altrove e' lo stesso
      *    report lanciato dall'altra sede. Una pagina per sede.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "visite.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "visite.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-visite         pic xx.

      * COSTANTI
       78  titolo                value "Addebito visite ospiti".
       78  78-fine-pagina        value 19.
       78  78-max-sedi           value 20.

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
           88 prima-sede         value 1 false 0.

      * MESE DELL'ADDEBITO: date limite per il confronto con le date
      * aaaammgg (il 31 va bene per qualsiasi mese).
       77  mese-rif              pic 9(6).
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.

      * ROTTURE: sede e socio correnti sulla chiave vis-k-ospite
       77  sede-corrente         pic x(3).
       77  socio-corrente        pic 9(18).
       77  cognome-corrente      pic x(40).
       77  nome-corrente         pic x(40).
       77  visite-socio          pic 9(5).
       77  visite-sede           pic 9(6).
       77  soci-sede             pic 9(5).
       77  visite-totale         pic 9(7).
       77  soci-totale           pic 9(6).

      * RIEPILOGO DI TUTTE LE SEDI
       01  tab-sedi.
           05 sed-el             occurs 20 times.
               10 sed-codice         pic x(3).
               10 sed-visite         pic 9(6).
               10 sed-soci           pic 9(5).
       77  sed-count             pic 99 value 0.
       77  sed-ix                pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-mese-disp.
           05 r-mese-mese        pic 99.
           05 filler             pic x value "/".
           05 r-mese-anno        pic 9(4).
       01  r-riga-socio.
           05 r-soc-code         pic z(17)9.
           05 filler             pic x(2) value spaces.
           05 r-soc-nominativo   pic x(60).
           05 r-soc-visite       pic zz.zz9.
       01  r-intestazione-socio.
           05 filler             pic x(20) value "Codice".
           05 filler             pic x(60) value "Socio".
           05 filler             pic x(6)  value "Visite".
       01  r-riga-sede.
           05 r-sed-codice       pic x(10).
           05 r-sed-soci         pic zz.zz9.
           05 filler             pic x(6) value spaces.
           05 r-sed-visite       pic zzz.zz9.
       01  r-intestazione-sede.
           05 filler             pic x(10) value "Sede".
           05 filler             pic x(12) value "Soci".
           05 filler             pic x(7)  value "Visite".
       01  r-num-disp            pic z.zzz.zz9.
       01  r-num2-disp           pic zzz.zz9.
       77  ix-spazi              pic 9(3).
       77  ix-spazi2             pic 9(3).

       LINKAGE SECTION.
      *    Mese (aaaamm); zero = mese precedente.
       77  link-mese             pic 9(6).
      *    Sede di appartenenza; spazi = tutte.
       77  link-sede             pic x(3).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-mese link-sede
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
           initialize tab-sedi.
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
      *    Nessuna visita mai registrata: si stampa comunque la
      *    pagina vuota, l'addebito del mese e' zero.
           open input visite.
           if status-visite not = "00" and not = "05"
              move "35" to status-visite
           end-if.

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
              move 0   to visite-totale soci-totale
              move spaces to sede-corrente
              move 0      to socio-corrente visite-socio
              set prima-sede to true
              if status-visite not = "35"
                 perform SCORRI-VISITE
              end-if
              if sede-corrente = spaces
                 perform STAMPA-TITOLO
                 move "Nessuna visita di ospiti nel mese" to r-riga
                 move ArialNarrow11 to spl-hfont
                 perform SCRIVI-RIGA
              else
                 perform CHIUDI-SOCIO
                 perform CHIUDI-SEDE
                 perform STAMPA-RIEPILOGO
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-VISITE.
      *    Ordine sede + socio + data: le rotture di sede e di socio
      *    vengono dalla chiave stessa.
           move low-value to vis-sede vis-ath-code vis-data vis-ora.
           if link-sede not = spaces
              move link-sede to vis-sede
           end-if.
           start visite key is >= vis-k-ospite
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read visite next at end exit perform end-read
              if link-sede not = spaces
              and vis-sede not = link-sede
                 exit perform
              end-if
              if vis-data >= data-da
              and vis-data <= data-a
                 perform CONTA-VISITA
              end-if
           end-perform.

      ***---
       CONTA-VISITA.
           if vis-sede not = sede-corrente
              if sede-corrente not = spaces
                 perform CHIUDI-SOCIO
                 perform CHIUDI-SEDE
              end-if
              move vis-sede to sede-corrente
              move 0        to socio-corrente visite-socio
              perform APRI-SEDE
           end-if.
           if vis-ath-code not = socio-corrente
              perform CHIUDI-SOCIO
              move vis-ath-code to socio-corrente
              move vis-cognome  to cognome-corrente
              move vis-nome     to nome-corrente
           end-if.
           add 1 to visite-socio.

      ***---
       STAMPA-TITOLO.
           move mese-rif(5:2) to r-mese-mese.
           move mese-rif(1:4) to r-mese-anno.
           initialize r-titolo.
           string titolo       delimited size
                  " - "        delimited size
                  r-mese-disp  delimited size
             into r-titolo
           end-string.
           move ArialNarrow11B to spl-hfont.
           move r-titolo       to r-riga.
           perform SCRIVI-RIGA.
           add 0,2 to spl-riga.

      ***---
       APRI-SEDE.
      *    Pagina nuova per ogni sede, con l'intestazione.
           if not prima-sede
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.
           set prima-sede to false.
           move 0 to visite-sede soci-sede.
           perform STAMPA-TITOLO.
           initialize r-riga.
           string "Soci della sede "  delimited size
                  sede-corrente       delimited size
                  " allenati qui"     delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move r-intestazione-socio to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.

      ***---
       CHIUDI-SOCIO.
           if visite-socio = 0
              exit paragraph
           end-if.
           move socio-corrente to r-soc-code.
           move spaces to r-soc-nominativo.
           string cognome-corrente delimited "  "
                  " "              delimited size
                  nome-corrente    delimited "  "
             into r-soc-nominativo
           end-string.
           move visite-socio to r-soc-visite.
           move r-riga-socio to r-riga.
           perform SCRIVI-RIGA.
           add visite-socio to visite-sede.
           add 1            to soci-sede.
           move 0 to visite-socio.

      ***---
       CHIUDI-SEDE.
           move visite-sede to r-num-disp.
           move 0 to ix-spazi.
           inspect r-num-disp tallying ix-spazi for leading spaces.
           move soci-sede to r-num2-disp.
           move 0 to ix-spazi2.
           inspect r-num2-disp tallying ix-spazi2 for leading spaces.
           initialize r-riga.
           string "Da addebitare alla sede "   delimited size
                  sede-corrente                delimited size
                  ": "                         delimited size
                  r-num-disp(ix-spazi + 1:)    delimited size
                  " visite di "                delimited size
                  r-num2-disp(ix-spazi2 + 1:)  delimited size
                  " soci"                      delimited size
             into r-riga
           end-string.
           add 0,2 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           add visite-sede to visite-totale.
           add soci-sede   to soci-totale.
           if sed-count < 78-max-sedi
              add 1 to sed-count
              move sede-corrente to sed-codice(sed-count)
              move visite-sede   to sed-visite(sed-count)
              move soci-sede     to sed-soci(sed-count)
           end-if.

      ***---
       STAMPA-RIEPILOGO.
      *    Con una sola sede il riepilogo ripeterebbe il totale.
           if sed-count < 2
              exit paragraph
           end-if.
           set spl-salto-pagina to true.
           call "spooler" using spooler-link.
           move 0,6 to spl-riga.
           perform STAMPA-TITOLO.
           move ArialNarrow11B to spl-hfont.
           move "Riepilogo per sede di appartenenza" to r-riga.
           perform SCRIVI-RIGA.
           move r-intestazione-sede to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           perform varying sed-ix from 1 by 1
                     until sed-ix > sed-count
              move sed-codice(sed-ix) to r-sed-codice
              move sed-soci(sed-ix)   to r-sed-soci
              move sed-visite(sed-ix) to r-sed-visite
              move r-riga-sede to r-riga
              perform SCRIVI-RIGA
           end-perform.
           move "Totale"      to r-sed-codice.
           move soci-totale   to r-sed-soci.
           move visite-totale to r-sed-visite.
           move r-riga-sede to r-riga.
           add 0,2 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.

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
           if status-visite not = "35"
              close visite
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
