       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-doppioni.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Probabili doppioni in anagrafica ATHLETES: la stessa persona
      *    con due codici (ingresso "walk-in", trasferimento da
      *    imp-atleta, giornaliero convertito in iscrizione) ha le
      *    sedute, i check-in e i pagamenti spezzati fra i due.
      *    Si segnalano le coppie di codici con:
      *    - stesso cognome e stessa data di nascita (giro sulla
      *      chiave alternativa ath-k-cognome);
      *    - stesso telefono (solo le cifre, senza spazi, punti o
      *      trattini);
      *    - stessa e-mail (senza distinzione fra maiuscole e
      *      minuscole).
      *    Per telefono ed e-mail i valori passano per il tracciato di
      *    appoggio TMP-DOPPIONI, la cui chiave li mette in fila uguali
      *    vicini. I record anonimizzati e quelli gia' fusi si saltano.
      *    La fusione vera si fa con mrg-athletes.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "athletes.sl".
       copy "tmp-doppioni.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "athletes.fd".
       copy "tmp-doppioni.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-athletes       pic xx.
       77  status-tmp-doppioni   pic xx.
       77  path-tmp-doppioni     pic x(256).

      * COSTANTI
       78  titolo                value "Probabili doppioni atleti".
       78  78-fine-pagina        value 19.
       78  78-max-gruppo         value 200.

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
           88 appoggio-pronto    value 1 false 0.

       77  oggi                  pic 9(8).
       77  ora-adesso            pic 9(8).
       77  num-coppie            pic 9(6) value 0.
       77  num-sezione           pic 9(6).
       77  ix                    pic 9(3).
       77  jx                    pic 9(3).
       77  criterio              pic x(40).

      * GRUPPO CORRENTE (stesso cognome, o stesso telefono/e-mail):
      * ogni nuovo codice si confronta con quelli gia' nel gruppo.
       77  gruppo-valore         pic x(61).
       77  num-gruppo            pic 9(3).
       01  tab-gruppo.
           05 el-gruppo          occurs 200.
              10 grp-code        pic 9(18).
              10 grp-nascita     pic 9(8).
              10 grp-nominativo  pic x(50).
       77  cur-code              pic 9(18).
       77  cur-nascita           pic 9(8).
       77  cur-nominativo        pic x(50).

      * NORMALIZZAZIONE DI TELEFONO ED E-MAIL
       77  como-telefono         pic x(20).
       77  ix-tel                pic 99.
       77  jx-tel                pic 99.
       77  como-email            pic x(60).

       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(250).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-code-1              pic z(17)9.
       01  r-code-2              pic z(17)9.
       01  r-num-disp            pic z(5)9.

       LINKAGE SECTION.
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-stampante link-export-mode
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
           set appoggio-pronto to false.
           accept oggi       from century-date.
           accept ora-adesso from time.

      ***---
       APRI-FILES.
           open input athletes.
           if status-athletes not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
      *    Tracciato di appoggio per telefono ed e-mail, uno per
      *    lancio (data e ora nel nome).
           initialize path-tmp-doppioni.
           string "tmp-doppioni-" delimited size
                  oggi            delimited size
                  ora-adesso      delimited size
             into path-tmp-doppioni
           end-string.
           open output tmp-doppioni.
           if status-tmp-doppioni = "00"
              set appoggio-pronto to true
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
              move oggi to como-data-calcolo
              perform COMPONI-DATA
              initialize r-titolo
              string titolo       delimited size
                     " al "       delimited size
                     r-data-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga
              move ArialNarrow11  to spl-hfont

              perform CERCA-COGNOME-NASCITA
              if appoggio-pronto
                 perform CARICA-APPOGGIO
                 perform CERCA-RECAPITI
              else
                 move "Telefono ed e-mail non controllati (appoggio"
                   to r-riga
                 move " non disponibile)" to r-riga(47:)
                 perform SCRIVI-RIGA
              end-if

              add 0,2 to spl-riga
              move num-coppie to r-num-disp
              initialize r-riga
              string "COPPIE SEGNALATE: "  delimited size
                     r-num-disp            delimited size
                     " - da verificare e fondere con mrg-athletes"
                                           delimited size
                into r-riga
              end-string
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       CERCA-COGNOME-NASCITA.
      *    Gli atleti arrivano in ordine di cognome: il gruppo e' la
      *    fila degli omonimi, e dentro il gruppo si cercano le date
      *    di nascita uguali.
           move "STESSO COGNOME E DATA DI NASCITA" to r-riga.
           perform STAMPA-SEZIONE.
           move "stesso cognome e data di nascita" to criterio.
           move spaces to gruppo-valore.
           move 0      to num-gruppo.
           move low-value to ath-k-cognome.
           start athletes key is >= ath-k-cognome
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read athletes next at end exit perform end-read
                    if ath-cognome not = spaces
                    and ath-data-nascita not = 0
                    and not ath-anonimizzato
                    and not ath-fuso
                       if ath-cognome not = gruppo-valore
                          move ath-cognome to gruppo-valore
                          move 0           to num-gruppo
                       end-if
                       perform CONFRONTA-NASCITA
                    end-if
                 end-perform
           end-start.
           perform STAMPA-FINE-SEZIONE.

      ***---
       CONFRONTA-NASCITA.
           perform CARICA-CORRENTE.
           perform varying ix from 1 by 1 until ix > num-gruppo
              if grp-nascita(ix) = cur-nascita
                 perform STAMPA-COPPIA
              end-if
           end-perform.
           perform ACCODA-AL-GRUPPO.

      ***---
       CARICA-APPOGGIO.
      *    Una riga per telefono ("T") e una per e-mail ("E") di ogni
      *    atleta, col valore normalizzato in chiave.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read athletes next at end exit perform end-read
                    if not ath-anonimizzato and not ath-fuso
                       perform ACCODA-RECAPITI
                    end-if
                 end-perform
           end-start.
           close tmp-doppioni.
           open input tmp-doppioni.
           if status-tmp-doppioni not = "00"
              set appoggio-pronto to false
           end-if.

      ***---
       ACCODA-RECAPITI.
           perform COMPONI-NOMINATIVO.
           move spaces to como-telefono.
           move 0      to jx-tel.
           perform varying ix-tel from 1 by 1 until ix-tel > 20
              if ath-telefono(ix-tel:1) >= "0"
              and ath-telefono(ix-tel:1) <= "9"
                 add 1 to jx-tel
                 move ath-telefono(ix-tel:1)
                   to como-telefono(jx-tel:1)
              end-if
           end-perform.
      *    Meno di sei cifre non e' un numero vero (prefisso, "0").
           if jx-tel >= 6
              initialize tdp-rec
              move "T"            to tdp-tipo
              move como-telefono  to tdp-valore
              move ath-code       to tdp-code
              move ath-data-nascita to tdp-nascita
              move cur-nominativo to tdp-nominativo
              write tdp-rec invalid continue end-write
           end-if.
           move ath-email to como-email.
           inspect como-email converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if como-email not = spaces
              initialize tdp-rec
              move "E"            to tdp-tipo
              move como-email     to tdp-valore
              move ath-code       to tdp-code
              move ath-data-nascita to tdp-nascita
              move cur-nominativo to tdp-nominativo
              write tdp-rec invalid continue end-write
           end-if.

      ***---
       CERCA-RECAPITI.
      *    In chiave le e-mail ("E") vengono prima dei telefoni
      *    ("T"): una sezione per tipo.
           if not appoggio-pronto
              exit paragraph
           end-if.
           move "STESSA E-MAIL" to r-riga.
           perform STAMPA-SEZIONE.
           move "stessa e-mail" to criterio.
           move "E"        to tdp-tipo.
           perform SCORRI-APPOGGIO.
           perform STAMPA-FINE-SEZIONE.
           move "STESSO TELEFONO" to r-riga.
           perform STAMPA-SEZIONE.
           move "stesso telefono" to criterio.
           move "T"        to tdp-tipo.
           perform SCORRI-APPOGGIO.
           perform STAMPA-FINE-SEZIONE.

      ***---
       SCORRI-APPOGGIO.
           move spaces    to gruppo-valore.
           move 0         to num-gruppo.
           move low-value to tdp-valore.
           move 0         to tdp-code.
           move tdp-tipo  to gruppo-valore(1:1).
           start tmp-doppioni key is >= tdp-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tmp-doppioni next at end exit perform end-read
              if tdp-tipo not = gruppo-valore(1:1)
                 exit perform
              end-if
              if tdp-valore not = gruppo-valore(2:)
                 move tdp-valore to gruppo-valore(2:)
                 move 0          to num-gruppo
              end-if
              move tdp-code       to cur-code
              move tdp-nascita    to cur-nascita
              move tdp-nominativo to cur-nominativo
              perform varying ix from 1 by 1 until ix > num-gruppo
                 perform STAMPA-COPPIA
              end-perform
              perform ACCODA-AL-GRUPPO
           end-perform.

      ***---
       CARICA-CORRENTE.
           move ath-code         to cur-code.
           move ath-data-nascita to cur-nascita.
           perform COMPONI-NOMINATIVO.

      ***---
       COMPONI-NOMINATIVO.
           move spaces to cur-nominativo.
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
             into cur-nominativo
           end-string.

      ***---
       ACCODA-AL-GRUPPO.
      *    Oltre la capienza della tabella il gruppo non cresce piu':
      *    i codici successivi si confrontano solo coi primi.
           if num-gruppo < 78-max-gruppo
              add 1 to num-gruppo
              move cur-code       to grp-code(num-gruppo)
              move cur-nascita    to grp-nascita(num-gruppo)
              move cur-nominativo to grp-nominativo(num-gruppo)
           end-if.

      ***---
       STAMPA-COPPIA.
           add 1 to num-coppie num-sezione.
           move grp-code(ix) to r-code-1.
           move cur-code     to r-code-2.
           move cur-nascita  to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-riga.
           string "   "               delimited size
                  r-code-1            delimited size
                  " "                 delimited size
                  grp-nominativo(ix)  delimited "  "
                  "  <->  "           delimited size
                  r-code-2            delimited size
                  " "                 delimited size
                  cur-nominativo      delimited "  "
                  "  nato/a il "      delimited size
                  r-data-disp         delimited size
                  "  -  "             delimited size
                  criterio            delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-SEZIONE.
           move 0 to num-sezione.
           add 0,2 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.

      ***---
       STAMPA-FINE-SEZIONE.
           if num-sezione = 0
              move "   nessuna coppia" to r-riga
              perform SCRIVI-RIGA
           end-if.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

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
           close athletes.
           if appoggio-pronto
              close tmp-doppioni
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
