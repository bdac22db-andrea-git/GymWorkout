       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-carico.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Picchi di carico: per ogni atleta attivo mette insieme lo
      *    sforzo percepito di SESSLOG (ses-rpe) e il lavoro loggato
      *    in RWODBOOK nello stesso giorno, calcolando il carico di
      *    seduta come RPE x serie eseguite (o, con la variabile
      *    d'ambiente CARICO_MISURA = "V", RPE x volume serie x
      *    ripetizioni x kg). Il carico degli ultimi 7 giorni si
      *    confronta con la media settimanale delle ultime 4
      *    settimane: chi e' sopra la soglia alta (default 150%,
      *    CARICO_SOGLIA_ALTA) sta facendo molto piu' del solito ed e'
      *    a rischio infortunio, chi e' sotto la soglia bassa
      *    (default 80%, CARICO_SOGLIA_BASSA) sta mollando.
      *    L'elenco e' raggruppato per trainer (ath-trainer-code), con
      *    accanto a ogni atleta gli incidenti di INCIDENTS delle
      *    stesse 4 settimane. Col codice trainer si stampa la sola
      *    lista di quel trainer: e' la forma con cui sched-run la
      *    manda a ciascun trainer il lunedi' mattina (forma "T" in
      *    gschedul). Le sedute senza RPE a diario non entrano nel
      *    conto, e un atleta senza sedute nelle 4 settimane non ha
      *    un termine di paragone e non viene elencato.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "trainers.sl".
       copy "athletes.sl".
       copy "sesslog.sl".
       copy "rwodbook.sl".
       copy "incidents.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "trainers.fd".
       copy "athletes.fd".
       copy "sesslog.fd".
       copy "rwodbook.fd".
       copy "incidents.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-trainers       pic xx.
       77  status-athletes       pic xx.
       77  status-sesslog        pic xx.
       77  status-rwodbook       pic xx.
       77  status-incidents      pic xx.

      * COSTANTI
       78  titolo                value "Picchi di carico".
      *    Soglie del rapporto settimana/media in percentuale, se
      *    l'ambiente non dice altro.
       78  78-soglia-alta        value 150.
       78  78-soglia-bassa       value 80.
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
           88 misura-volume      value 1 false 0.

      * PARAMETRI DA AMBIENTE
       77  soglia-alta           pic 9(3).
       77  soglia-bassa          pic 9(3).
       77  soglia-ambiente       pic x(3).
       77  soglia-appoggio       pic x(3).
       77  misura-ambiente       pic x.

      * FINESTRE: ultimi 7 giorni e ultime 4 settimane, oggi escluso
       01  oggi                  pic 9(8).
       77  inizio-settimana      pic 9(8).
       77  inizio-periodo        pic 9(8).
       77  num-giorni-indietro   pic 99.
       01  data-elaborazione.
           05 de-anno            pic 9(4).
           05 de-mese            pic 99.
           05 de-giorno          pic 99.
       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.
       77  como-div              pic 9(4).
       77  como-resto            pic 9(4).

      * ACCUMULI DELL'ATLETA IN CORSO
       77  carico-seduta         pic 9(9)v99.
       77  carico-settimana      pic 9(9)v99.
       77  carico-periodo        pic 9(9)v99.
       77  media-settimanale     pic 9(9)v99.
       77  rapporto-perc         pic 9(5).
       77  serie-giorno          pic 9(5).
       77  volume-giorno         pic 9(9)v99.
       77  jx                    pic 99.
       77  wk-set-rep-num        pic 9(3).
       77  wk-set-kg-num         pic 9(3)v99.
       77  num-segnalati         pic 9(4).
       77  num-incidenti         pic 9(3).
       77  trainer-in-corso      pic x(5).

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
       01  r-carico-disp         pic zzzzzzz9.
       01  r-media-disp          pic zzzzzzz9.
       01  r-perc-disp           pic zzzz9.
       01  r-soglia-alta-disp    pic zz9.
       01  r-soglia-bassa-disp   pic zz9.
       01  r-flag-disp           pic x(20).
       01  r-misura-disp         pic x(30).

       LINKAGE SECTION.
      *    Trainer di cui stampare la lista; spazi = tutti.
       77  link-trn-code         pic x(5).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-trn-code
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
           accept oggi from century-date.

           move 78-soglia-alta  to soglia-alta.
           move spaces to soglia-ambiente.
           accept soglia-ambiente from environment "CARICO_SOGLIA_ALTA".
           perform LEGGI-SOGLIA-AMBIENTE.
           if soglia-ambiente not = spaces
              move soglia-ambiente to soglia-alta
           end-if.
           move 78-soglia-bassa to soglia-bassa.
           move spaces to soglia-ambiente.
           accept soglia-ambiente
                  from environment "CARICO_SOGLIA_BASSA".
           perform LEGGI-SOGLIA-AMBIENTE.
           if soglia-ambiente not = spaces
              move soglia-ambiente to soglia-bassa
           end-if.
           move spaces to misura-ambiente.
           accept misura-ambiente from environment "CARICO_MISURA".
           if misura-ambiente = "V" or "v"
              set misura-volume to true
              move "RPE x volume (kg)"  to r-misura-disp
           else
              set misura-volume to false
              move "RPE x serie"        to r-misura-disp
           end-if.

           move oggi to data-elaborazione.
           move 7    to num-giorni-indietro.
           perform GIORNO-PRECEDENTE num-giorni-indietro times.
           move data-elaborazione to inizio-settimana.
           move 21   to num-giorni-indietro.
           perform GIORNO-PRECEDENTE num-giorni-indietro times.
           move data-elaborazione to inizio-periodo.

      ***---
       LEGGI-SOGLIA-AMBIENTE.
      *    "150", "80" o "80 ": una percentuale intera di al massimo
      *    tre cifre, allineata a destra; altro si ignora.
           if soglia-ambiente(3:1) = space
              move soglia-ambiente      to soglia-appoggio
              move "0"                  to soglia-ambiente(1:1)
              move soglia-appoggio(1:2) to soglia-ambiente(2:2)
           end-if.
           if soglia-ambiente(3:1) = space
              move soglia-ambiente      to soglia-appoggio
              move "0"                  to soglia-ambiente(1:1)
              move soglia-appoggio(1:2) to soglia-ambiente(2:2)
           end-if.
           if soglia-ambiente is not numeric
           or soglia-ambiente = "000"
              move spaces to soglia-ambiente
           end-if.

      ***---
       APRI-FILES.
           open input trainers athletes sesslog rwodbook incidents.

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
              move oggi to como-data-calcolo
              perform COMPONI-DATA
              initialize r-titolo
              string titolo         delimited size
                     " al "         delimited size
                     r-data-disp    delimited size
                     " - ultimi 7 giorni contro la media settimanale"
                                    delimited size
                     " delle ultime 4 settimane"
                                    delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,5 to spl-riga
              move soglia-alta    to r-soglia-alta-disp
              move soglia-bassa   to r-soglia-bassa-disp
              initialize r-riga
              string "Carico di seduta = "  delimited size
                     r-misura-disp          delimited "  "
                     " - segnalati sopra il " delimited size
                     r-soglia-alta-disp     delimited size
                     "% e sotto l'"         delimited size
                     r-soglia-bassa-disp    delimited size
                     "% della media"        delimited size
                into r-riga
              end-string
              move ArialNarrow11  to spl-hfont
              perform SCRIVI-RIGA
              add 0,3 to spl-riga

              if link-trn-code not = spaces
                 move link-trn-code to trn-code
                 read trainers
                      invalid
                         initialize trn-rec
                         move link-trn-code to trn-code
                 end-read
                 perform STAMPA-TRAINER
              else
                 perform SCORRI-TRAINER
                 perform STAMPA-SENZA-TRAINER
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-TRAINER.
           move low-value to trn-code.
           start trainers key is >= trn-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read trainers next at end exit perform end-read
                    perform STAMPA-TRAINER
                 end-perform
           end-start.

      ***---
       STAMPA-TRAINER.
           initialize r-riga.
           string trn-code     delimited space
                  " - "        delimited size
                  trn-cognome  delimited "  "
                  " "          delimited size
                  trn-nome     delimited "  "
             into r-riga
           end-string.
           move trn-code to trainer-in-corso.
           perform STAMPA-GRUPPO.

      ***---
       STAMPA-SENZA-TRAINER.
      *    Gli atleti senza trainer assegnato hanno il loro gruppo in
      *    coda: qualcuno deve comunque accorgersene.
           move "Atleti senza trainer assegnato" to r-riga.
           move spaces to trainer-in-corso.
           perform STAMPA-GRUPPO.

      ***---
       STAMPA-GRUPPO.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.
           move 0 to num-segnalati.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read athletes next at end exit perform end-read
                    if ath-attivo
                    and ath-trainer-code = trainer-in-corso
                       perform VALUTA-ATLETA
                    end-if
                 end-perform
           end-start.
           if num-segnalati = 0
              move "   nessun atleta fuori soglia" to r-riga
              perform SCRIVI-RIGA
           end-if.
           add 0,3 to spl-riga.

      ***---
       VALUTA-ATLETA.
           perform CALCOLA-CARICHI.
           if carico-periodo = 0
              exit paragraph
           end-if.
      *    La settimana sta dentro le 4 settimane: il rapporto va da
      *    0 (nessuna seduta negli ultimi 7 giorni) a 400%.
           compute media-settimanale rounded = carico-periodo / 4.
           compute rapporto-perc rounded =
                   carico-settimana * 400 / carico-periodo.
           evaluate true
           when rapporto-perc > soglia-alta
                move "<<< PICCO"  to r-flag-disp
           when rapporto-perc < soglia-bassa
                move "<<< CALO"   to r-flag-disp
           when other
                exit paragraph
           end-evaluate.
           add 1 to num-segnalati.

           move carico-settimana  to r-carico-disp.
           move media-settimanale to r-media-disp.
           move rapporto-perc     to r-perc-disp.
           initialize r-riga.
           string "   "               delimited size
                  ath-cognome         delimited "  "
                  " "                 delimited size
                  ath-nome            delimited "  "
                  "   ultimi 7 giorni: " delimited size
                  r-carico-disp       delimited size
                  "   media settimanale: " delimited size
                  r-media-disp        delimited size
                  "   rapporto: "     delimited size
                  r-perc-disp         delimited size
                  "%  "               delimited size
                  r-flag-disp         delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           perform STAMPA-INCIDENTI-ATLETA.

      ***---
       CALCOLA-CARICHI.
      *    Una riga di SESSLOG per giorno di allenamento: il suo RPE
      *    pesa il lavoro loggato in RWODBOOK nello stesso giorno.
           move 0 to carico-settimana carico-periodo.
           move ath-code       to ses-code.
           move inizio-periodo to ses-day.
           start sesslog key is >= ses-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read sesslog next at end exit perform end-read
                    if ses-code not = ath-code
                    or ses-day  not < oggi
                       exit perform
                    end-if
                    if ses-rpe > 0
                       perform CALCOLA-LAVORO-GIORNO
                       if misura-volume
                          compute carico-seduta =
                                  ses-rpe * volume-giorno
                       else
                          compute carico-seduta =
                                  ses-rpe * serie-giorno
                       end-if
                       add carico-seduta to carico-periodo
                       if ses-day not < inizio-settimana
                          add carico-seduta to carico-settimana
                       end-if
                    end-if
                 end-perform
           end-start.

      ***---
       CALCOLA-LAVORO-GIORNO.
           move 0 to serie-giorno volume-giorno.
           move ses-code  to rod-code.
           move ses-day   to rod-day.
           move low-value to rod-split.
           start rwodbook key is >= rod-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read rwodbook next at end exit perform end-read
                    if rod-code not = ses-code
                    or rod-day  not = ses-day
                       exit perform
                    end-if
                    perform ACCUMULA-LAVORO-RIGA
                 end-perform
           end-start.

      ***---
       ACCUMULA-LAVORO-RIGA.
      *    Una serie e' una cella ripetizioni (o tempo/distanza per il
      *    lavoro condizionale) compilata; se la riga non ne ha, vale
      *    il numero di serie previsto. Il volume e' ripetizioni x kg,
      *    come in st-volumemcg.
           move 0 to jx.
           perform 10 times
              add 1 to jx
              if rod-rep(jx) not = spaces
                 add 1 to serie-giorno
                 if rod-kg(jx) not = spaces
                    move 0 to wk-set-rep-num wk-set-kg-num
                    move rod-rep(jx) to wk-set-rep-num
                    move rod-kg(jx)  to wk-set-kg-num
                    compute volume-giorno rounded =
                            volume-giorno +
                            (wk-set-rep-num * wk-set-kg-num)
                 end-if
              else
                 if rod-val-cond(jx) is numeric
                 and rod-val-cond(jx) > 0
                    add 1 to serie-giorno
                 end-if
              end-if
           end-perform.
           if rod-rep(1) = spaces
           and (rod-val-cond(1) is not numeric
                or rod-val-cond(1) = 0)
              add rod-series to serie-giorno
           end-if.

      ***---
       STAMPA-INCIDENTI-ATLETA.
      *    Il registro e' in ordine di data: si parte dall'inizio
      *    delle 4 settimane e si tengono le righe dell'atleta.
           move inizio-periodo to inc-data.
           move 0              to inc-ora inc-ath-code.
           start incidents key is >= inc-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read incidents next at end exit perform end-read
                    if inc-ath-code = ath-code
                       perform STAMPA-INCIDENTE
                    end-if
                 end-perform
           end-start.

      ***---
       STAMPA-INCIDENTE.
           move inc-data to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-riga.
           string "      incidente del " delimited size
                  r-data-disp            delimited size
                  " (gravita' "          delimited size
                  inc-gravita            delimited size
                  "): "                  delimited size
                  inc-descrizione        delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       GIORNO-PRECEDENTE.
           if de-giorno > 1
              subtract 1 from de-giorno
              exit paragraph
           end-if.
           if de-mese = 1
              move 12 to de-mese
              subtract 1 from de-anno
           else
              subtract 1 from de-mese
           end-if.
           move giorni-del-mese(de-mese) to de-giorno.
      *    Febbraio bisestile, stesso criterio degli altri calcoli
      *    di calendario dell'impianto.
           if de-mese = 2
              divide de-anno by 4 giving como-div
                     remainder como-resto
              if como-resto = 0
                 divide de-anno by 100 giving como-div
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to de-giorno
                 else
                    divide de-anno by 400 giving como-div
                           remainder como-resto
                    if como-resto = 0
                       move 29 to de-giorno
                    end-if
                 end-if
              end-if
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
      ***---
       CHIUDI-FILES.
           close trainers athletes sesslog rwodbook incidents.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
