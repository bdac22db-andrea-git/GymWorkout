       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      sdd-esiti.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Esiti della banca sugli addebiti diretti SEPA presentati con
      *    sdd-invio. Il file di ritorno (campi separati da ";") ha
      *    una riga per disposizione:
      *      riferimento;esito;motivo;data addebito
      *    dove il riferimento e' l'EndToEndId della disposizione
      *    (chiave della rata in PAYMENTS, 30 cifre), l'esito OK per
      *    addebito riuscito o RJ per respinto/stornato, il motivo il
      *    codice ISO della banca (AM04 fondi insufficienti, MD01
      *    mandato assente, AC04 conto chiuso, ...) e la data
      *    quella dell'accredito (aaaammgg, vuota = oggi).
      *    OK: la rata e' incassata con modo "A" e operatore "SDD" e
      *    le si emette la ricevuta (si ristampa da gricevute).
      *    RJ: la rata torna o resta da incassare, con stato respinto
      *    e motivo: l'ingresso in gcheckin si blocca alla scadenza
      *    col motivo a video, sdd-invio la ripresenta solo per
      *    fondi insufficienti. Un respinto dopo un OK gia' caricato
      *    (storno del debitore) riapre la rata e storna la ricevuta
      *    con una nota di credito.
      *    Report delle righe elaborate sullo spooler, esito del lancio
      *    in CONVLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "payments.sl".
       copy "athletes.sl".
       copy "convlog.sl".
       SELECT csvfile
           ASSIGN       TO  path-csv
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-csvfile.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "payments.fd".
       copy "athletes.fd".
       copy "convlog.fd".

       FD  csvfile
           LABEL RECORD IS STANDARD.
       01  csv-rec                 PIC  x(200).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-payments       pic xx.
       77  status-athletes       pic xx.
       77  status-convlog        pic xx.
       77  status-csvfile        pic xx.
       77  path-csv              pic x(256).

      * COSTANTI
       78  titolo                value "Esiti addebiti diretti SEPA".
       78  78-max-esiti          value 2000.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

      * CONTATORI
       77  num-lette             pic 9(6) value 0.
       77  num-pagate            pic 9(6) value 0.
       77  num-respinte          pic 9(6) value 0.
       77  num-scartate          pic 9(6) value 0.
       77  tot-pagate            pic 9(9)v99 value 0.
       77  tot-respinte          pic 9(9)v99 value 0.

      * CAMPI DELLA RIGA DI RITORNO
       77  csv-riferimento       pic x(35).
       77  csv-esito             pic x(2).
       77  csv-motivo            pic x(4).
       77  csv-data              pic x(8).
       77  oggi                  pic 9(8).
       77  data-accredito        pic 9(8).

      * EMISSIONE E STORNO DELLE RICEVUTE
       copy "ricevuta.lks".
       77  esito-ricevuta        signed-short.
       77  r-rata-disp           pic zzz9.
       77  r-inizio-disp         pic 99/99/9999.

      * RIGHE ELABORATE, per il report
       01  tab-esiti.
           05 esi-el             occurs 2000 times.
               10 esi-riferimento    pic x(30).
               10 esi-esito          pic x(2).
               10 esi-motivo         pic x(4).
               10 esi-importo        pic 9(5)v99.
               10 esi-nota           pic x(50).
       77  esi-count             pic 9(4) value 0.
       77  esi-ix                pic 9(4).
       77  nota-riga             pic x(50).

      * RIGHE DI STAMPA
       01  r-riga                pic x(200).
       01  r-importo-disp        pic zz.zz9,99.
       01  r-totale-disp         pic zzz.zzz.zz9,99.
       01  r-num-disp            pic zzzzz9.

       LINKAGE SECTION.
       77  link-path-csv         pic x(256).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".
       77  link-status           signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-path-csv
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima
                                 link-status.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform ELABORA-ESITI
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform SCRIVI-CONVLOG.
           if errori
              move -1 to link-status
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to link-status.
           accept oggi from century-date.
           initialize tab-esiti.

      ***---
       APRI-FILES.
           move link-path-csv to path-csv.
           open input csvfile.
           if status-csvfile not = "00"
              set errori to true
              exit paragraph
           end-if.
           open i-o payments.
           if status-payments not = "00" and not = "05"
              close csvfile
              set errori to true
              exit paragraph
           end-if.
           open input athletes.

      ***---
       ELABORA-ESITI.
           perform until 1 = 2
              read csvfile at end exit perform end-read
              if csv-rec not = spaces
                 add 1 to num-lette
                 move spaces to csv-riferimento csv-esito
                                csv-motivo csv-data nota-riga
                 unstring csv-rec delimited by ";"
                     into csv-riferimento csv-esito
                          csv-motivo      csv-data
                 end-unstring
                 inspect csv-esito converting "okrj" to "OKRJ"
                 perform ELABORA-RIGA
                 perform ACCODA-ESITO
              end-if
           end-perform.
           close csvfile.

      ***---
       ELABORA-RIGA.
           if csv-riferimento(1:30) not numeric
              move "Riferimento non valido" to nota-riga
              add 1 to num-scartate
              exit paragraph
           end-if.
           move csv-riferimento(1:30) to pay-key.
           read payments
                invalid
                   move "Rata inesistente" to nota-riga
                   add 1 to num-scartate
                   exit paragraph
           end-read.
           evaluate csv-esito
           when "OK"
                perform REGISTRA-PAGATA
           when "RJ"
                perform REGISTRA-RESPINTA
           when other
                move "Esito sconosciuto (OK o RJ)" to nota-riga
                add 1 to num-scartate
           end-evaluate.

      ***---
       REGISTRA-PAGATA.
           if pay-data-pagamento not = 0
              move "Rata gia' incassata" to nota-riga
              add 1 to num-scartate
              exit paragraph
           end-if.
           if csv-data numeric and csv-data not = "00000000"
              move csv-data to data-accredito
           else
              move oggi     to data-accredito
           end-if.
           move data-accredito to pay-data-pagamento.
           set pay-addebito    to true.
           move "SDD"          to pay-utente-incasso.
           set pay-sdd-pagato  to true.
           move spaces         to pay-sdd-motivo.
           rewrite pay-rec
                   invalid
                      move "Rata non aggiornata" to nota-riga
                      add 1 to num-scartate
                      exit paragraph
           end-rewrite.
           add 1 to num-pagate.
           add pay-importo to tot-pagate.
           perform EMETTI-RICEVUTA-RATA.

      ***---
       REGISTRA-RESPINTA.
           set pay-sdd-respinto to true.
           move csv-motivo      to pay-sdd-motivo.
      *    Storno del debitore su un addebito gia' dato per buono:
      *    la rata torna da incassare e la ricevuta si annulla.
           if pay-data-pagamento not = 0
              move 0      to pay-data-pagamento
              move spaces to pay-metodo pay-utente-incasso
              if pay-ric-numero not = 0
                 perform STORNA-RICEVUTA-RATA
              end-if
              if nota-riga = spaces
                 move "Incasso annullato" to nota-riga
              end-if
           end-if.
           rewrite pay-rec
                   invalid
                      move "Rata non aggiornata" to nota-riga
                      add 1 to num-scartate
                      exit paragraph
           end-rewrite.
           add 1 to num-respinte.
           add pay-importo to tot-respinte.

      ***---
       EMETTI-RICEVUTA-RATA.
           initialize ricevuta-linkage.
           set ric-emissione   to true.
           set ric-da-rata     to true.
           move pay-code          to ric-ath-code.
           move pay-code          to ath-code.
           read athletes
                invalid continue
            not invalid
                string ath-cognome  delimited "  "
                       " "          delimited size
                       ath-nome     delimited "  "
                  into ric-intestatario
                end-string
           end-read.
           move pay-num-rata      to r-rata-disp.
           move pay-data-inizio   to r-inizio-disp.
           string "Rata "                 delimited size
                  r-rata-disp             delimited size
                  " abbonamento dal "     delimited size
                  r-inizio-disp           delimited size
             into ric-causale
           end-string.
           move pay-importo       to ric-importo.
           move pay-metodo        to ric-metodo.
           move pay-key           to ric-rif-chiave.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           if esito-ricevuta not = 0
              move "Incassata, ricevuta non emessa" to nota-riga
              exit paragraph
           end-if.
           move ric-anno   to pay-ric-anno.
           move ric-numero to pay-ric-numero.
           rewrite pay-rec invalid continue end-rewrite.

      ***---
       STORNA-RICEVUTA-RATA.
           initialize ricevuta-linkage.
           set ric-storno      to true.
           move pay-ric-anno   to ric-anno.
           move pay-ric-numero to ric-numero.
           move "Storno addebito diretto respinto" to ric-causale.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
      *    Esito 2: gia' stornata dal registro ricevute (gricevute).
           evaluate esito-ricevuta
           when 0
           when 2
                move 0 to pay-ric-anno pay-ric-numero
                move "Incasso annullato, ricevuta stornata"
                  to nota-riga
           when other
                move "Incasso annullato, stornare la ricevuta"
                  to nota-riga
           end-evaluate.

      ***---
       ACCODA-ESITO.
           if esi-count >= 78-max-esiti
              exit paragraph
           end-if.
           add 1 to esi-count.
           move csv-riferimento(1:30) to esi-riferimento(esi-count).
           move csv-esito             to esi-esito(esi-count).
           move csv-motivo            to esi-motivo(esi-count).
           move nota-riga             to esi-nota(esi-count).
           if nota-riga = spaces
           or nota-riga(1:17) = "Incasso annullato"
           or nota-riga(1:9)  = "Incassata"
              move pay-importo to esi-importo(esi-count)
           else
              move 0           to esi-importo(esi-count)
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
              move ArialNarrow11B to spl-hfont
              move titolo         to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform STAMPA-ESITI
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-ESITI.
           move ArialNarrow11 to spl-hfont.
           perform varying esi-ix from 1 by 1
                     until esi-ix > esi-count
              move esi-importo(esi-ix) to r-importo-disp
              initialize r-riga
              string esi-riferimento(esi-ix) delimited size
                     "  "                    delimited size
                     esi-esito(esi-ix)       delimited size
                     " "                     delimited size
                     esi-motivo(esi-ix)      delimited size
                     "  "                    delimited size
                     r-importo-disp          delimited size
                     "  "                    delimited size
                     esi-nota(esi-ix)        delimited size
                into r-riga
              end-string
              move r-riga to spl-riga-stampa
              move 1      to spl-tipo-colonna
              perform SCRIVI
              add 0,4 to spl-riga
           end-perform.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           move num-pagate to r-num-disp.
           move tot-pagate to r-totale-disp.
           initialize r-riga.
           string "Addebiti riusciti: " delimited size
                  r-num-disp            delimited size
                  "  totale: "          delimited size
                  r-totale-disp         delimited size
             into r-riga
           end-string.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

           move num-respinte to r-num-disp.
           move tot-respinte to r-totale-disp.
           initialize r-riga.
           string "Addebiti respinti: " delimited size
                  r-num-disp            delimited size
                  "  totale: "          delimited size
                  r-totale-disp         delimited size
             into r-riga
           end-string.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

           move num-scartate to r-num-disp.
           initialize r-riga.
           string "Righe scartate: "    delimited size
                  r-num-disp            delimited size
             into r-riga
           end-string.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.

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
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "sdd-esiti"     to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-lette    to clg-letti.
           compute clg-scritti = num-pagate + num-respinte.
           move num-scartate to clg-scartati.
           write clg-rec.
           close convlog.

      ***---
       CHIUDI-FILES.
           close payments athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
