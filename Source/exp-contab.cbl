       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      exp-contab.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Esportazione contabile degli incassi del mese per il
      *    gestionale del commercialista, al posto della ribattitura
      *    a mano dalle stampe di st-incassi. Un movimento a tracciato
      *    fisso per ogni incasso del mese:
      *    - rate di PAYMENTS con data di pagamento nel mese (le
      *      stesse di st-incassi): conto del piano dell'abbonamento
      *      in CONTIMAP, o il conto di riserva dei piani; le rate col
      *      codice-contenitore dei visitatori vanno sul conto degli
      *      ingressi giornalieri; le rate delle vendite del negozio
      *      (9000 + numero vendita, vedi gvendite) escono riga per
      *      riga da VENDITE sul conto del banco, ciascuna col codice
      *      IVA del suo articolo;
      *    - ingressi giornalieri di DAYPASS del mese;
      *    - pacchetti PT di PTPACKS acquistati nel mese.
      *    Documento = ricevuta emessa (anno/numero), a zeri se la
      *    ricevuta non c'e'. Un incasso senza conto in CONTIMAP esce
      *    col conto a spazi ed e' segnalato nella pagina di
      *    controllo, che riporta il totale delle rate da confrontare
      *    con st-incassi sullo stesso mese, i totali delle altre
      *    fonti e i totali per conto e codice IVA. Esito in CONVLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "payments.sl".
       copy "subscriptions.sl".
       copy "daypass.sl".
       copy "ptpacks.sl".
       copy "contimap.sl".
       copy "athletes.sl".
       copy "vendite.sl".
       copy "convlog.sl".
       SELECT movimenti
           ASSIGN       TO  path-movimenti
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-movimenti.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "payments.fd".
       copy "subscriptions.fd".
       copy "daypass.fd".
       copy "ptpacks.fd".
       copy "contimap.fd".
       copy "athletes.fd".
       copy "vendite.fd".
       copy "convlog.fd".

      *    Tracciato di importazione del gestionale contabile: importo
      *    in centesimi senza separatori, date aaaammgg.
       FD  movimenti
           LABEL RECORD IS STANDARD.
       01  mov-rec.
           05 mov-data             PIC  9(8).
           05 mov-conto            PIC  x(10).
           05 mov-codiva           PIC  x(3).
           05 mov-descrizione      PIC  x(40).
           05 mov-importo          PIC  9(9)v99.
           05 mov-doc-anno         PIC  9(4).
           05 mov-doc-numero       PIC  9(8).
      *    R rata, D ingresso giornaliero, P pacchetto PT,
      *    V riga di vendita del negozio.
           05 mov-origine          PIC  x.
           05 mov-riferimento      PIC  x(30).
           05 FILLER               PIC  x(5).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-payments       pic xx.
       77  status-subscriptions  pic xx.
       77  status-daypass        pic xx.
       77  status-ptpacks        pic xx.
       77  status-contimap       pic xx.
       77  status-athletes       pic xx.
       77  status-vendite        pic xx.
       77  status-convlog        pic xx.
       77  status-movimenti      pic xx.
       77  path-movimenti        pic x(256).

      * COSTANTI
       78  titolo                value "Esportazione contabile".
      *    Codice-contenitore degli ingressi giornalieri (vedi
      *    REGISTRA-GIORNALIERO in gcheckin).
       78  78-codice-visitatore  value 999999999999999998.
      *    Rate delle vendite del negozio: 9000 + numero vendita.
       78  78-base-rata-negozio  value 9000.
       78  78-max-conti          value 200.

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
           88 conto-in-tabella   value 1 false 0.

      * PERIODO
       77  mese-export           pic 9(6).
       77  data-da               pic 9(8).
       77  data-a                pic 9(8).

      * CONTATORI E TOTALI DI CONTROLLO
       77  num-letti             pic 9(6) value 0.
       77  num-movimenti         pic 9(6) value 0.
       77  num-senza-conto       pic 9(6) value 0.
       77  num-rate              pic 9(6) value 0.
       77  num-giornalieri       pic 9(6) value 0.
       77  num-pacchetti         pic 9(6) value 0.
       77  tot-rate              pic 9(9)v99 value 0.
       77  tot-giornalieri       pic 9(9)v99 value 0.
       77  tot-pacchetti         pic 9(9)v99 value 0.
       77  tot-movimenti         pic 9(9)v99 value 0.
       77  tot-senza-conto       pic 9(9)v99 value 0.

      * TOTALI PER CONTO E CODICE IVA, in ordine di conto.
       01  tab-conti.
           05 tab-cnt-el         occurs 200 times.
               10 tab-cnt-conto      pic x(10).
               10 tab-cnt-codiva     pic x(3).
               10 tab-cnt-desc       pic x(40).
               10 tab-cnt-num        pic 9(6).
               10 tab-cnt-importo    pic 9(9)v99.
       77  tab-cnt-count         pic 9(3) value 0.
       77  tab-ix                pic 9(3).
       77  tab-jx                pic 9(3).

      * MOVIMENTO IN PREPARAZIONE
       77  tipo-ricavo           pic x.
       77  codice-ricavo         pic x(5).
      *    Codice IVA dell'articolo venduto: prevale su CONTIMAP.
       77  codiva-articolo       pic x(3) value spaces.
       77  numero-vendita        pic 9(3).
       77  residuo-vendita       pic s9(5)v99.
       77  r-rata-disp           pic zzz9.
       77  r-sedute-disp         pic zz9.

       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni-in-piu      pic 9(4).
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-mese-disp.
           05 r-mese-mese        pic 99.
           05 filler             pic x value "/".
           05 r-mese-anno        pic 9(4).
       01  r-totale-disp         pic zzz.zzz.zz9,99.
       01  r-num-disp            pic zzzzz9.

       LINKAGE SECTION.
      *    Mese da esportare (aaaamm; zero = mese scorso).
       77  link-mese             pic 9(6).
       77  link-path-export      pic x(256).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".
       77  link-status           signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-mese link-path-export
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima
                                 link-status.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform ESPORTA-RATE
              perform ESPORTA-GIORNALIERI
              perform ESPORTA-PACCHETTI
              close movimenti
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
           initialize tab-conti.
           if link-mese = 0
              accept como-data-calcolo from century-date
              if como-data-mese = 1
                 move 12 to como-data-mese
                 subtract 1 from como-data-anno
              else
                 subtract 1 from como-data-mese
              end-if
              move como-data-calcolo(1:6) to mese-export
           else
              move link-mese to mese-export
           end-if.
           move mese-export to como-data-calcolo(1:6).
           move 1           to como-data-gg.
           move como-data-calcolo to data-da.
           perform CALCOLA-FINE-MESE.
           move giorni-mese-corrente to como-data-gg.
           move como-data-calcolo to data-a.

      ***---
       APRI-FILES.
           open input payments.
           if status-payments not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input contimap.
           if status-contimap not = "00" and not = "05"
              close payments
              set errori to true
              exit paragraph
           end-if.
           move link-path-export to path-movimenti.
           open output movimenti.
           if status-movimenti not = "00"
              close payments contimap
              set errori to true
              exit paragraph
           end-if.
           open input subscriptions daypass ptpacks athletes vendite.

      ***---
       ESPORTA-RATE.
      *    Stessa selezione di st-incassi: rate con data di pagamento
      *    nel mese, qualunque sia la scadenza.
           move low-value to pay-key.
           start payments key is >= pay-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              if pay-data-pagamento >= data-da
              and pay-data-pagamento <= data-a
                 add 1 to num-letti
                 perform MOVIMENTO-RATA
              end-if
           end-perform.

      ***---
       MOVIMENTO-RATA.
           if pay-num-rata > 78-base-rata-negozio
              perform MOVIMENTI-VENDITA
              exit paragraph
           end-if.
           initialize mov-rec.
           move pay-num-rata to r-rata-disp.
           if pay-code = 78-codice-visitatore
              move "G"    to tipo-ricavo
              move spaces to codice-ricavo
              string "Ingressi giornalieri rata " delimited size
                     r-rata-disp                  delimited size
                into mov-descrizione
              end-string
           else
              move "P"    to tipo-ricavo
              move spaces to codice-ricavo
              move spaces to sub-tipo-piano
              move pay-code        to sub-code
              move pay-data-inizio to sub-data-inizio
              read subscriptions
                   invalid continue
               not invalid move sub-pln-code to codice-ricavo
              end-read
              move pay-code to ath-code
              read athletes
                   invalid move spaces to ath-cognome
              end-read
              string "Abb. "        delimited size
                     sub-tipo-piano delimited "  "
                     " rata "       delimited size
                     r-rata-disp    delimited size
                     " "            delimited size
                     ath-cognome    delimited "  "
                into mov-descrizione
              end-string
           end-if.
           move pay-data-pagamento to mov-data.
           move pay-importo        to mov-importo.
           move pay-ric-anno       to mov-doc-anno.
           move pay-ric-numero     to mov-doc-numero.
           move "R"                to mov-origine.
           move pay-key            to mov-riferimento.
           add 1           to num-rate.
           add pay-importo to tot-rate.
           perform SCRIVI-MOVIMENTO.

      ***---
       MOVIMENTI-VENDITA.
      *    Un movimento per riga della vendita, col codice IVA
      *    dell'articolo; vendita non piu' a registro: un movimento
      *    unico sul conto del banco.
           add 1           to num-rate.
           add pay-importo to tot-rate.
           move "N"    to tipo-ricavo.
           move spaces to codice-ricavo.
           compute numero-vendita = pay-num-rata - 78-base-rata-negozio.
           move pay-importo     to residuo-vendita.
           move pay-data-inizio to ven-data.
           move numero-vendita  to ven-numero.
           move 0               to ven-riga.
           start vendite key is >= ven-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read vendite next at end exit perform end-read
                    if ven-data   not = pay-data-inizio
                    or ven-numero not = numero-vendita
                       exit perform
                    end-if
                    initialize mov-rec
                    move ven-codiva to codiva-articolo
                    move ven-desc   to mov-descrizione
                    move pay-data-pagamento to mov-data
                    move ven-importo        to mov-importo
                    move pay-ric-anno       to mov-doc-anno
                    move pay-ric-numero     to mov-doc-numero
                    move "V"                to mov-origine
                    move ven-key            to mov-riferimento
                    perform SCRIVI-MOVIMENTO
                    move spaces to codiva-articolo
                    subtract ven-importo from residuo-vendita
                 end-perform
           end-start.
           if residuo-vendita > 0
              initialize mov-rec
              move numero-vendita to r-sedute-disp
              string "Vendita negozio n. " delimited size
                     r-sedute-disp         delimited size
                into mov-descrizione
              end-string
              move pay-data-pagamento to mov-data
              move residuo-vendita    to mov-importo
              move pay-ric-anno       to mov-doc-anno
              move pay-ric-numero     to mov-doc-numero
              move "R"                to mov-origine
              move pay-key            to mov-riferimento
              perform SCRIVI-MOVIMENTO
           end-if.

      ***---
       ESPORTA-GIORNALIERI.
           move data-da to dps-data.
           move 0       to dps-progressivo.
           start daypass key is >= dps-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read daypass next at end exit perform end-read
              if dps-data > data-a
                 exit perform
              end-if
              add 1 to num-letti
              initialize mov-rec
              move "G"    to tipo-ricavo
              move spaces to codice-ricavo
              string "Ingresso giornaliero " delimited size
                     dps-nome                delimited "  "
                into mov-descrizione
              end-string
              move dps-data       to mov-data
              move dps-importo    to mov-importo
              move dps-ric-anno   to mov-doc-anno
              move dps-ric-numero to mov-doc-numero
              move "D"            to mov-origine
              move dps-key        to mov-riferimento
              add 1           to num-giornalieri
              add dps-importo to tot-giornalieri
              perform SCRIVI-MOVIMENTO
           end-perform.

      ***---
       ESPORTA-PACCHETTI.
           move low-value to ptk-key.
           start ptpacks key is >= ptk-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read ptpacks next at end exit perform end-read
              if ptk-data-acquisto >= data-da
              and ptk-data-acquisto <= data-a
                 add 1 to num-letti
                 perform MOVIMENTO-PACCHETTO
              end-if
           end-perform.

      ***---
       MOVIMENTO-PACCHETTO.
           initialize mov-rec.
           move "T"    to tipo-ricavo.
           move spaces to codice-ricavo.
           move ptk-sessioni-acquistate to r-sedute-disp.
           move ptk-code to ath-code.
           read athletes
                invalid move spaces to ath-cognome
           end-read.
           string "Pacchetto PT "  delimited size
                  ptk-trn-code     delimited size
                  " x"             delimited size
                  r-sedute-disp    delimited size
                  " "              delimited size
                  ath-cognome      delimited "  "
             into mov-descrizione
           end-string.
           move ptk-data-acquisto to mov-data.
           move ptk-prezzo        to mov-importo.
           move ptk-ric-anno      to mov-doc-anno.
           move ptk-ric-numero    to mov-doc-numero.
           move "P"               to mov-origine.
           move ptk-key           to mov-riferimento.
           add 1          to num-pacchetti.
           add ptk-prezzo to tot-pacchetti.
           perform SCRIVI-MOVIMENTO.

      ***---
       SCRIVI-MOVIMENTO.
           perform CERCA-CONTO.
           write mov-rec.
           add 1           to num-movimenti.
           add mov-importo to tot-movimenti.
           if mov-conto = spaces
              add 1           to num-senza-conto
              add mov-importo to tot-senza-conto
           end-if.
           perform ACCUMULA-CONTO.

      ***---
       CERCA-CONTO.
      *    Piano con riga propria, altrimenti conto di riserva del
      *    tipo (codice a spazi).
           move tipo-ricavo   to ctm-tipo.
           move codice-ricavo to ctm-codice.
           read contimap
                invalid
                   move spaces to ctm-codice
                   read contimap
                        invalid move spaces to ctm-conto ctm-codiva
                   end-read
           end-read.
           move ctm-conto  to mov-conto.
           move ctm-codiva to mov-codiva.
           if codiva-articolo not = spaces
              move codiva-articolo to mov-codiva
           end-if.

      ***---
       ACCUMULA-CONTO.
           set conto-in-tabella to false.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-cnt-count
              if tab-cnt-conto(tab-ix)  = mov-conto
              and tab-cnt-codiva(tab-ix) = mov-codiva
                 set conto-in-tabella to true
                 exit perform
              end-if
              if tab-cnt-conto(tab-ix) > mov-conto
                 exit perform
              end-if
           end-perform.

           if conto-in-tabella
              add 1           to tab-cnt-num(tab-ix)
              add mov-importo to tab-cnt-importo(tab-ix)
              exit paragraph
           end-if.

           if tab-cnt-count >= 78-max-conti
              exit paragraph
           end-if.
           move tab-cnt-count to tab-jx.
           perform until tab-jx < tab-ix
              move tab-cnt-el(tab-jx) to tab-cnt-el(tab-jx + 1)
              subtract 1 from tab-jx
           end-perform.
           move mov-conto   to tab-cnt-conto(tab-ix).
           move mov-codiva  to tab-cnt-codiva(tab-ix).
           if mov-conto = spaces
              move "(senza conto in CONTIMAP)" to tab-cnt-desc(tab-ix)
           else
              move ctm-desc to tab-cnt-desc(tab-ix)
           end-if.
           move 1           to tab-cnt-num(tab-ix).
           move mov-importo to tab-cnt-importo(tab-ix).
           add 1 to tab-cnt-count.

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
              move mese-export(1:4) to r-mese-anno
              move mese-export(5:2) to r-mese-mese
              initialize r-titolo
              string titolo          delimited size
                     " - controllo del mese " delimited size
                     r-mese-disp     delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform STAMPA-QUADRATURA
              perform STAMPA-CONTI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-QUADRATURA.
           move ArialNarrow11 to spl-hfont.
           move num-rate to r-num-disp.
           move tot-rate to r-totale-disp.
           initialize r-riga.
           string "Rate incassate (totale periodo di st-incassi): "
                                  delimited size
                  r-num-disp      delimited size
                  "  totale: "    delimited size
                  r-totale-disp   delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           move num-giornalieri to r-num-disp.
           move tot-giornalieri to r-totale-disp.
           initialize r-riga.
           string "Ingressi giornalieri: " delimited size
                  r-num-disp      delimited size
                  "  totale: "    delimited size
                  r-totale-disp   delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           move num-pacchetti to r-num-disp.
           move tot-pacchetti to r-totale-disp.
           initialize r-riga.
           string "Pacchetti PT venduti: " delimited size
                  r-num-disp      delimited size
                  "  totale: "    delimited size
                  r-totale-disp   delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           move ArialNarrow11B to spl-hfont.
           move num-movimenti to r-num-disp.
           move tot-movimenti to r-totale-disp.
           initialize r-riga.
           string "Movimenti esportati: " delimited size
                  r-num-disp      delimited size
                  "  totale: "    delimited size
                  r-totale-disp   delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           if num-senza-conto > 0
              move num-senza-conto to r-num-disp
              move tot-senza-conto to r-totale-disp
              initialize r-riga
              string "ATTENZIONE: movimenti senza conto: "
                                     delimited size
                     r-num-disp      delimited size
                     "  totale: "    delimited size
                     r-totale-disp   delimited size
                     " - completare il piano dei conti"
                                     delimited size
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.
           add 0,3 to spl-riga.

      ***---
       STAMPA-CONTI.
           move ArialNarrow11B to spl-hfont.
           move "Totali per conto e codice IVA" to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-cnt-count
              move tab-cnt-num(tab-ix)     to r-num-disp
              move tab-cnt-importo(tab-ix) to r-totale-disp
              initialize r-riga
              string "   "                  delimited size
                     tab-cnt-conto(tab-ix)  delimited size
                     "  IVA "               delimited size
                     tab-cnt-codiva(tab-ix) delimited size
                     "  "                   delimited size
                     tab-cnt-desc(tab-ix)   delimited size
                     "  movimenti: "        delimited size
                     r-num-disp             delimited size
                     "  totale: "           delimited size
                     r-totale-disp          delimited size
                into r-riga
              end-string
              move r-riga to spl-riga-stampa
              move 1      to spl-tipo-colonna
              perform SCRIVI
              add 0,4 to spl-riga
           end-perform.

      ***---
       SCRIVI-RIGA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CALCOLA-FINE-MESE.
      *    Giorni del mese di como-data-calcolo, febbraio bisestile
      *    con lo stesso criterio degli altri calcoli di calendario.
           move giorni-del-mese(como-data-mese) to giorni-mese-corrente.
           if como-data-mese = 2
              divide como-data-anno by 4 giving como-anni-in-piu
                     remainder como-resto
              if como-resto = 0
                 divide como-data-anno by 100 giving como-anni-in-piu
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to giorni-mese-corrente
                 else
                    divide como-data-anno by 400
                           giving como-anni-in-piu
                           remainder como-resto
                    if como-resto = 0
                       move 29 to giorni-mese-corrente
                    end-if
                 end-if
              end-if
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
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "exp-contab"    to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-letti       to clg-letti.
           move num-movimenti   to clg-scritti.
           move num-senza-conto to clg-scartati.
           write clg-rec.
           close convlog.

      ***---
       CHIUDI-FILES.
           close payments subscriptions daypass ptpacks contimap
                 athletes vendite.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
