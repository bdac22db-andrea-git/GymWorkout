       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-aziende.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Estratto conto mensile delle aziende convenzionate (vedi
      *    gaziende): per ogni azienda l'intestazione con ragione
      *    sociale, partita IVA e convenzione, poi i dipendenti legati
      *    in anagrafica (ath-azi-code) con gli abbonamenti attivi nel
      *    mese, il numero di ingressi CHECKIN del mese e l'importo
      *    dovuto, e in fondo il totale da fatturare.
      *    Dovuto: con lo sconto sul listino le rate AZISCAD che
      *    scadono nel mese; con la quota fissa la quota mensile per
      *    ogni dipendente con almeno un abbonamento attivo nel mese.
      *    Una pagina per azienda.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "aziende.sl".
       copy "aziscad.sl".
       copy "athletes.sl".
       copy "subscriptions.sl".
       copy "checkin.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "aziende.fd".
       copy "aziscad.fd".
       copy "athletes.fd".
       copy "subscriptions.fd".
       copy "checkin.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-aziende        pic xx.
       77  status-aziscad        pic xx.
       77  status-athletes       pic xx.
       77  status-subscriptions  pic xx.
       77  status-checkin        pic xx.

      * COSTANTI
       78  titolo                value "Estratto conto aziende".
       78  78-fine-pagina        value 19.
       78  78-max-dipendenti     value 1000.

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
           88 prima-azienda      value 1 false 0.

      * MESE DELL'ESTRATTO: date limite per il confronto con le date
      * aaaammgg (il 31 va bene per qualsiasi mese).
       77  mese-rif              pic 9(6).
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.

      * DIPENDENTI DELLE AZIENDE RICHIESTE, in ordine di azienda e
      * codice atleta
       01  tab-dipendenti.
           05 dip-el             occurs 1000 times.
               10 dip-azi-code       pic x(5).
               10 dip-code           pic 9(18).
       77  dip-count             pic 9(4) value 0.
       77  dip-ix                pic 9(4).
       77  dip-jx                pic 9(4).
       77  azienda-corrente      pic x(5).

       77  abbonamenti-attivi    pic 9(3).
       77  ingressi-mese         pic 9(4).
       77  dovuto-dipendente     pic 9(7)v99.
       77  dovuto-azienda        pic 9(7)v99.
       77  dipendenti-azienda    pic 9(4).
       77  dipendenti-attivi     pic 9(4).
       77  dovuto-totale         pic 9(9)v99.
       77  aziende-stampate      pic 9(4).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-nominativo          pic x(50).
       01  r-mese-disp.
           05 r-mese-mese        pic 99.
           05 filler             pic x value "/".
           05 r-mese-anno        pic 9(4).
       01  r-periodo.
           05 r-inizio-gg        pic 99.
           05 filler             pic x value "/".
           05 r-inizio-mese      pic 99.
           05 filler             pic x value "/".
           05 r-inizio-anno      pic 9(4).
           05 filler             pic x(3) value " - ".
           05 r-scad-gg          pic 99.
           05 filler             pic x value "/".
           05 r-scad-mese        pic 99.
           05 filler             pic x value "/".
           05 r-scad-anno        pic 9(4).
       01  r-piano               pic x(40).
       01  r-importo-disp        pic z.zzz.zz9,99.
       01  r-perc-disp           pic zz9,99.
       01  r-num-disp            pic zzz9.
       01  r-num2-disp           pic zzz9.

       LINKAGE SECTION.
      *    Mese (aaaamm); zero = mese precedente.
       77  link-mese             pic 9(6).
      *    Azienda; spazi = tutte quelle con dipendenti legati.
       77  link-azi-code         pic x(5).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-mese link-azi-code
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
           initialize tab-dipendenti.
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
           open input aziende.
           if status-aziende not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input aziscad athletes subscriptions checkin.

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
              perform RACCOGLI-DIPENDENTI
              move 0,6 to spl-riga
              move 0   to dovuto-totale aziende-stampate
              set prima-azienda to true
              if dip-count = 0
                 perform STAMPA-TITOLO
                 move "Nessun dipendente di aziende convenzionate"
                   to r-riga
                 move ArialNarrow11 to spl-hfont
                 perform SCRIVI-RIGA
              else
                 move spaces to azienda-corrente
                 perform varying dip-ix from 1 by 1
                           until dip-ix > dip-count
                    if dip-azi-code(dip-ix) not = azienda-corrente
                       if azienda-corrente not = spaces
                          perform CHIUDI-AZIENDA
                       end-if
                       move dip-azi-code(dip-ix) to azienda-corrente
                       perform APRI-AZIENDA
                    end-if
                    perform STAMPA-DIPENDENTE
                 end-perform
                 perform CHIUDI-AZIENDA
                 if aziende-stampate > 1
                    move dovuto-totale to r-importo-disp
                    initialize r-riga
                    string "Totale da fatturare, tutte le aziende: "
                                           delimited size
                           r-importo-disp  delimited size
                      into r-riga
                    end-string
                    add 0,2 to spl-riga
                    move ArialNarrow11B to spl-hfont
                    perform SCRIVI-RIGA
                 end-if
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       RACCOGLI-DIPENDENTI.
      *    Un giro sull'anagrafica: i dipendenti entrano in tabella in
      *    ordine di azienda e di codice.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read athletes next at end exit perform end-read
              if ath-azi-code not = spaces
              and not ath-anonimizzato
              and not ath-fuso
                 if link-azi-code = spaces
                 or ath-azi-code = link-azi-code
                    perform ACCODA-DIPENDENTE
                 end-if
              end-if
           end-perform.

      ***---
       ACCODA-DIPENDENTE.
           if dip-count >= 78-max-dipendenti
              exit paragraph
           end-if.
           perform varying dip-ix from 1 by 1
                     until dip-ix > dip-count
              if dip-azi-code(dip-ix) > ath-azi-code
                 exit perform
              end-if
           end-perform.
           move dip-count to dip-jx.
           perform until dip-jx < dip-ix
              move dip-el(dip-jx) to dip-el(dip-jx + 1)
              subtract 1 from dip-jx
           end-perform.
           move ath-azi-code to dip-azi-code(dip-ix).
           move ath-code     to dip-code(dip-ix).
           add 1 to dip-count.

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
       APRI-AZIENDA.
      *    Pagina nuova per ogni azienda, con l'intestazione.
           if not prima-azienda
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.
           set prima-azienda to false.
           add 1 to aziende-stampate.
           move 0 to dovuto-azienda dipendenti-azienda
                     dipendenti-attivi.
           perform STAMPA-TITOLO.

           move azienda-corrente to azi-code.
           read aziende
                invalid
                   initialize azi-data
                   move "AZIENDA NON PIU' IN ANAGRAFICA"
                     to azi-ragione-sociale
           end-read.
           initialize r-riga.
           string azi-code             delimited size
                  "  "                 delimited size
                  azi-ragione-sociale  delimited "  "
                  "  P.IVA "           delimited size
                  azi-partita-iva      delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           initialize r-riga.
           string "Referente: "        delimited size
                  azi-contatto         delimited "  "
                  "  "                 delimited size
                  azi-telefono         delimited "  "
                  "  "                 delimited size
                  azi-email            delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           initialize r-riga.
           evaluate true
           when azi-sconto
                move azi-perc-sconto to r-perc-disp
                string "Convenzione: sconto del " delimited size
                       r-perc-disp                delimited size
                       "% sulle rate di listino"  delimited size
                  into r-riga
                end-string
           when azi-quota-fissa
                move azi-quota-mensile to r-importo-disp
                string "Convenzione: quota fissa mensile di "
                                                  delimited size
                       r-importo-disp             delimited size
                       " per dipendente attivo"   delimited size
                  into r-riga
                end-string
           end-evaluate.
           perform SCRIVI-RIGA.
           add 0,2 to spl-riga.

      ***---
       STAMPA-DIPENDENTE.
           move dip-code(dip-ix) to ath-code.
           read athletes
                invalid move spaces to ath-cognome ath-nome
           end-read.
           move spaces to r-nominativo.
           string ath-code     delimited size
                  " "          delimited size
                  ath-cognome  delimited "  "
                  " "          delimited size
                  ath-nome     delimited "  "
             into r-nominativo
           end-string.
           add 1 to dipendenti-azienda.

           perform CONTA-INGRESSI.
           perform CALCOLA-DOVUTO-RATE.

      *    Una riga per ogni abbonamento attivo nel mese; il primo
      *    porta il nominativo, gli ingressi e il dovuto.
           move 0 to abbonamenti-attivi.
           move ath-code to sub-code.
           move 0        to sub-data-inizio.
           start subscriptions key is >= sub-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read subscriptions next
                         at end exit perform
                    end-read
                    if sub-code not = ath-code
                    or sub-data-inizio > data-a
                       exit perform
                    end-if
                    if sub-data-scadenza >= data-da
                       add 1 to abbonamenti-attivi
                       perform STAMPA-ABBONAMENTO
                    end-if
                 end-perform
           end-start.

           if abbonamenti-attivi = 0
              initialize r-riga
              string r-nominativo               delimited size
                     "  nessun abbonamento attivo nel mese"
                                                delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
              if dovuto-dipendente not = 0
                 perform STAMPA-SOLO-DOVUTO
              end-if
           else
              add 1 to dipendenti-attivi
           end-if.
           add dovuto-dipendente to dovuto-azienda.

      ***---
       STAMPA-ABBONAMENTO.
           move sub-data-inizio(7:2)   to r-inizio-gg.
           move sub-data-inizio(5:2)   to r-inizio-mese.
           move sub-data-inizio(1:4)   to r-inizio-anno.
           move sub-data-scadenza(7:2) to r-scad-gg.
           move sub-data-scadenza(5:2) to r-scad-mese.
           move sub-data-scadenza(1:4) to r-scad-anno.
           move sub-tipo-piano         to r-piano.
           initialize r-riga.
           if abbonamenti-attivi = 1
      *       La quota fissa si deve una volta per dipendente attivo.
              if azi-quota-fissa
                 move azi-quota-mensile to dovuto-dipendente
              end-if
              move ingressi-mese    to r-num-disp
              move dovuto-dipendente to r-importo-disp
              string r-nominativo   delimited size
                     "  "           delimited size
                     r-piano(1:25)  delimited size
                     " "            delimited size
                     r-periodo      delimited size
                     "  ingressi "  delimited size
                     r-num-disp     delimited size
                     "  dovuto "    delimited size
                     r-importo-disp delimited size
                into r-riga
              end-string
           else
              move spaces to r-nominativo
              string r-nominativo   delimited size
                     "  "           delimited size
                     r-piano(1:25)  delimited size
                     " "            delimited size
                     r-periodo      delimited size
                into r-riga
              end-string
           end-if.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-SOLO-DOVUTO.
      *    Rata aziendale che scade nel mese di un periodo non piu'
      *    attivo (disdetta o chiuso prima): si fattura lo stesso.
           move dovuto-dipendente to r-importo-disp.
           initialize r-riga.
           string r-nominativo     delimited size
                  "  rate in scadenza, dovuto " delimited size
                  r-importo-disp   delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       CONTA-INGRESSI.
           move 0 to ingressi-mese.
           move ath-code to chk-code.
           move data-da  to chk-data.
           move 0        to chk-ora.
           start checkin key is >= chk-k-atleta
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read checkin next at end exit perform end-read
              if chk-code not = ath-code
              or chk-data > data-a
                 exit perform
              end-if
              add 1 to ingressi-mese
           end-perform.

      ***---
       CALCOLA-DOVUTO-RATE.
      *    Convenzione a sconto: rate AZISCAD dell'azienda con
      *    scadenza nel mese (gia' scontate alla generazione).
           move 0 to dovuto-dipendente.
           if not azi-sconto
              exit paragraph
           end-if.
           move ath-code to azs-code.
           move 0        to azs-data-inizio azs-num-rata.
           start aziscad key is >= azs-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read aziscad next at end exit perform end-read
              if azs-code not = ath-code
                 exit perform
              end-if
              if azs-azi-code = azienda-corrente
              and azs-data-scadenza >= data-da
              and azs-data-scadenza <= data-a
                 add azs-importo to dovuto-dipendente
              end-if
           end-perform.

      ***---
       CHIUDI-AZIENDA.
           add dovuto-azienda to dovuto-totale.
           move dipendenti-azienda to r-num-disp.
           move dipendenti-attivi  to r-num2-disp.
           move dovuto-azienda     to r-importo-disp.
           initialize r-riga.
           string "Dipendenti convenzionati "  delimited size
                  r-num-disp                   delimited size
                  ", attivi nel mese "         delimited size
                  r-num2-disp                  delimited size
                  "   TOTALE DOVUTO "          delimited size
                  r-importo-disp               delimited size
             into r-riga
           end-string.
           add 0,2 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.

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
           close aziende aziscad athletes subscriptions checkin.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
