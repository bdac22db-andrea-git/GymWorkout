       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-rientri.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Revisioni scadute dei casi di rientro dopo infortunio: ogni
      *    caso di RIENTRI ancora aperto (fase riposo, riabilitazione
      *    o carico parziale) la cui data di revisione e' oggi o gia'
      *    passata, con atleta, telefono, fase in corso, giorni di
      *    ritardo, esclusioni e nota del fisioterapista, perche' il
      *    trainer richiami l'atleta e aggiorni il caso in grientri.
      *    L'elenco e' raggruppato per trainer (ath-trainer-code),
      *    atleti senza trainer in coda. Col codice trainer si stampa
      *    la sola lista di quel trainer: e' la forma con cui sched-run
      *    la manda ogni mattina a ciascun trainer (forma "T" in
      *    gschedul).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "rientri.sl".
       copy "trainers.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "rientri.fd".
       copy "trainers.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-rientri        pic xx.
       77  status-trainers       pic xx.
       77  status-athletes       pic xx.

      * COSTANTI
       78  titolo                value "Revisioni di rientro scadute".
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

       77  oggi                  pic 9(8).
       77  trainer-in-corso      pic x(5).
       77  num-segnalati         pic 9(4).
       77  num-totale            pic 9(4) value 0.
       77  ix                    pic 9.

      * GIORNI DI RITARDO SULLA REVISIONE
       01  tab-giorni-cumulati.
           05 filler             pic x(36) value
              "000031059090120151181212243273304334".
       01  filler redefines tab-giorni-cumulati.
           05 giorni-cumulati-mese
                                 occurs 12 pic 9(3).
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).
       77  giorno-oggi-num       pic 9(8).
       77  giorni-ritardo        pic 9(5).

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
       01  r-revisione-disp      pic x(10).
       01  r-ritardo-disp        pic zzzz9.
       01  r-num-disp            pic zzz9.
       01  r-fase-disp           pic x(16).
       01  r-esclusioni          pic x(60).
       77  r-esclusioni-appoggio pic x(60).

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
           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-oggi-num.

      ***---
       APRI-FILES.
      *    Senza archivio dei rientri non c'e' niente da richiamare:
      *    la lista esce vuota.
           open input rientri.
           if status-rientri not = "00" and not = "05"
              move "35" to status-rientri
           end-if.
           open input trainers athletes.

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
                     " - casi aperti da richiamare"
                                    delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,8 to spl-riga
              move ArialNarrow11  to spl-hfont

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

              move num-totale to r-num-disp
              initialize r-riga
              string "CASI DA RICHIAMARE: " delimited size
                     r-num-disp             delimited size
                into r-riga
              end-string
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA

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
      *    coda: qualcuno deve comunque richiamarli.
           move "Atleti senza trainer assegnato" to r-riga.
           move spaces to trainer-in-corso.
           perform STAMPA-GRUPPO.

      ***---
       STAMPA-GRUPPO.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.
           move 0 to num-segnalati.
           if status-rientri not = "35"
              move low-value to rie-key
              start rientri key is >= rie-key
                    invalid continue
                not invalid
                    perform until 1 = 2
                       read rientri next at end exit perform end-read
                       if rie-caso-aperto
                       and rie-data-revisione <= oggi
                          perform VALUTA-CASO
                       end-if
                    end-perform
              end-start
           end-if.
           if num-segnalati = 0
              move "   nessuna revisione scaduta" to r-riga
              perform SCRIVI-RIGA
           end-if.
           add 0,3 to spl-riga.

      ***---
       VALUTA-CASO.
           move rie-ath-code to ath-code.
           read athletes
                invalid
                   initialize ath-rec
                   move rie-ath-code to ath-code
           end-read.
           if ath-trainer-code not = trainer-in-corso
              exit paragraph
           end-if.
           add 1 to num-segnalati num-totale.

           evaluate true
           when rie-fase-riposo
                move "RIPOSO"          to r-fase-disp
           when rie-fase-riabilitazione
                move "RIABILITAZIONE"  to r-fase-disp
           when other
                move "CARICO PARZIALE" to r-fase-disp
           end-evaluate.
           move rie-data-revisione to como-data-calcolo.
           perform COMPONI-DATA.
           move r-data-disp to r-revisione-disp.
           perform CALCOLA-NUMERO-GIORNO.
           compute giorni-ritardo =
                   giorno-oggi-num - como-numero-giorno.
           move giorni-ritardo to r-ritardo-disp.
           move rie-inc-data to como-data-calcolo.
           perform COMPONI-DATA.

           initialize r-riga.
           string "   "                  delimited size
                  ath-cognome            delimited "  "
                  " "                    delimited size
                  ath-nome               delimited "  "
                  "  tel. "              delimited size
                  ath-telefono           delimited "  "
                  "  -  fase "           delimited size
                  r-fase-disp            delimited "  "
                  "  -  revisione del "  delimited size
                  r-revisione-disp       delimited size
                  ", giorni di ritardo " delimited size
                  r-ritardo-disp         delimited size
                  "  -  infortunio del " delimited size
                  r-data-disp            delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

           perform COMPONI-ESCLUSIONI.
           if r-esclusioni not = spaces or rie-nota not = spaces
              initialize r-riga
              string "      esclusioni: "  delimited size
                     r-esclusioni          delimited "  "
                     "   nota: "           delimited size
                     rie-nota              delimited "  "
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.

      ***---
       COMPONI-ESCLUSIONI.
      *    "E SQ001, M GAMBE": tipo e codice di ogni esclusione.
           move spaces to r-esclusioni.
           perform varying ix from 1 by 1 until ix > 5
              if rie-esc-rif-code(ix) not = spaces
                 move r-esclusioni to r-esclusioni-appoggio
                 initialize r-esclusioni
                 if r-esclusioni-appoggio = spaces
                    string rie-esc-tipo(ix)      delimited size
                           " "                   delimited size
                           rie-esc-rif-code(ix)  delimited space
                      into r-esclusioni
                    end-string
                 else
                    string r-esclusioni-appoggio delimited "  "
                           ", "                  delimited size
                           rie-esc-tipo(ix)      delimited size
                           " "                   delimited size
                           rie-esc-rif-code(ix)  delimited space
                      into r-esclusioni
                    end-string
                 end-if
              end-if
           end-perform.
           if r-esclusioni = spaces
              move "nessuna" to r-esclusioni
           end-if.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo di glogwod e gcheckin),
      *    con gestione degli anni bisestili.
           compute como-anni = como-data-anno - 1.
           divide como-anni by 4   giving como-div4.
           divide como-anni by 100 giving como-div100.
           divide como-anni by 400 giving como-div400.
           compute como-numero-giorno =
                   como-anni * 365 + como-div4 - como-div100
                   + como-div400
                   + giorni-cumulati-mese(como-data-mese)
                   + como-data-gg.
           if como-data-mese > 2
              divide como-data-anno by 4 giving como-div4
                     remainder como-anni
              if como-anni = 0
                 divide como-data-anno by 100 giving como-div100
                        remainder como-anni
                 if como-anni not = 0
                    add 1 to como-numero-giorno
                 else
                    divide como-data-anno by 400 giving como-div400
                           remainder como-anni
                    if como-anni = 0
                       add 1 to como-numero-giorno
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
       CHIUDI-FILES.
           if status-rientri not = "35"
              close rientri
           end-if.
           close trainers athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
