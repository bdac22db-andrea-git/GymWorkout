       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-qualifiche.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Lista mensile delle qualifiche dei trainer in scadenza: dal
      *    registro QUALIFICHE, via qlf-k-scadenza, le qualifiche che
      *    scadono nei prossimi 78-giorni-avviso giorni dalla data di
      *    riferimento (zero = oggi), e in testa quelle gia' scadute e
      *    mai rinnovate; i trainer cessati restano fuori. Una
      *    qualifica gia' rinnovata (riga piu' recente dello stesso
      *    tipo) non esce.
      *    Per ognuna scadenza, giorni mancanti, trainer con telefono e
      *    mail, tipo ed ente, pronte per il giro dei rinnovi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "qualifiche.sl".
       copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "qualifiche.fd".
       copy "trainers.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "tipi-qualifica.def".

       77  status-qualifiche     pic xx.
       77  status-trainers       pic xx.

      * COSTANTI
       78  titolo                value "Qualifiche trainer in scadenza".
       78  78-fine-pagina        value 19.
       78  78-giorni-avviso      value 60.

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
           88 qualifica-rinnovata value 1 false 0.

       77  data-rif              pic 9(8).
       77  giorno-rif-num        pic 9(8).
       77  giorni-mancanti       pic s9(8).
       77  num-in-scadenza       pic 9(5) value 0.
       77  ix-tipo               pic 99.

      * POSIZIONE DI SCANSIONE DA RIMETTERE DOPO IL CONTROLLO DEL
      * RINNOVO
       77  wk-scadenza           pic 9(8).
       77  wk-trn-code           pic x(5).
       77  wk-tipo               pic x(4).
       77  wk-rilascio           pic 9(8).

      * DATE IN NUMERO DI GIORNO (stesso calcolo di gcheckin)
       01  tab-giorni-cumulati.
           05 filler             pic x(36) value
              "000031059090120151181212243273304334".
       01  filler redefines tab-giorni-cumulati.
           05 giorni-cumulati-mese
                                 occurs 12 pic 9(3).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(250).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-giorni              pic ----9.
       01  r-scadenza            pic x(21).
       01  r-desc-tipo           pic x(30).
       01  r-num-disp            pic zzzz9.

       LINKAGE SECTION.
      *    Data di riferimento (aaaammgg); zero = oggi.
       77  link-data-rif         pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data-rif
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
           if link-data-rif = 0
              accept data-rif from century-date
           else
              move link-data-rif to data-rif
           end-if.
           move data-rif to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-rif-num.

      ***---
       APRI-FILES.
           open input qualifiche.
           if status-qualifiche not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input trainers.

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
              move data-rif to como-data-calcolo
              perform COMPONI-DATA
              move 78-giorni-avviso to r-num-disp
              initialize r-titolo
              string titolo          delimited size
                     " - al "        delimited size
                     r-data-disp     delimited size
                     " e nei "       delimited size
                     r-num-disp      delimited size
                     " giorni successivi" delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              move ArialNarrow11 to spl-hfont
              perform SCORRI-SCADENZE
              if num-in-scadenza = 0
                 move "Nessuna qualifica in scadenza" to r-riga
                 perform SCRIVI-RIGA
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-SCADENZE.
      *    Le qualifiche senza scadenza (zero) restano fuori.
           move 1         to qlf-data-scadenza.
           move low-value to qlf-trn-code qlf-tipo.
           start qualifiche key is >= qlf-k-scadenza
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read qualifiche next at end exit perform end-read
              move qlf-data-scadenza to como-data-calcolo
              perform CALCOLA-NUMERO-GIORNO
              compute giorni-mancanti =
                      como-numero-giorno - giorno-rif-num
              if giorni-mancanti > 78-giorni-avviso
                 exit perform
              end-if
              perform VALUTA-QUALIFICA
           end-perform.

      ***---
       VALUTA-QUALIFICA.
      *    Il controllo del rinnovo riposiziona il file: la posizione
      *    di scansione va messa da parte e rimessa.
           move qlf-data-scadenza to wk-scadenza.
           move qlf-trn-code      to wk-trn-code.
           move qlf-tipo          to wk-tipo.
           move qlf-data-rilascio to wk-rilascio.

           perform CONTROLLA-RINNOVO.

           move wk-scadenza to qlf-data-scadenza.
           move wk-trn-code to qlf-trn-code.
           move wk-tipo     to qlf-tipo.
           start qualifiche key is >= qlf-k-scadenza
                 invalid continue
           end-start.
           read qualifiche next
                at end continue
           end-read.
      *    Stessa scadenza, stesso trainer e tipo su due righe: si
      *    riallinea sulla riga appena valutata.
           perform until qlf-data-rilascio = wk-rilascio
                      or qlf-trn-code not = wk-trn-code
                      or qlf-tipo     not = wk-tipo
              read qualifiche next
                   at end exit perform
              end-read
           end-perform.

           if qualifica-rinnovata
              exit paragraph
           end-if.
           move wk-trn-code to trn-code.
           read trainers
                invalid move spaces to trn-cognome trn-nome
                                       trn-telefono trn-email
                        move "A"    to trn-stato
           end-read.
      *    Chi non lavora piu' qui non rinnova niente.
           if trn-cessato
              exit paragraph
           end-if.
           add 1 to num-in-scadenza.
           perform STAMPA-RIGA-QUALIFICA.

      ***---
       CONTROLLA-RINNOVO.
           set qualifica-rinnovata to false.
           move wk-trn-code to qlf-trn-code.
           move wk-tipo     to qlf-tipo.
           move wk-rilascio to qlf-data-rilascio.
           start qualifiche key is > qlf-key
                 invalid exit paragraph
           end-start.
           read qualifiche next
                at end exit paragraph
           end-read.
           if qlf-trn-code = wk-trn-code and qlf-tipo = wk-tipo
              set qualifica-rinnovata to true
           end-if.

      ***---
       STAMPA-RIGA-QUALIFICA.
           move wk-tipo to r-desc-tipo.
           perform varying ix-tipo from 1 by 1
                     until ix-tipo > 78-num-tipi-qualifica
              if tqu-codice(ix-tipo) = wk-tipo
                 move tqu-desc(ix-tipo) to r-desc-tipo
                 exit perform
              end-if
           end-perform.
           move wk-scadenza to como-data-calcolo.
           perform COMPONI-DATA.
           move giorni-mancanti to r-giorni.
           initialize r-scadenza r-riga.
           if giorni-mancanti < 0
              string r-data-disp      delimited size
                     " SCADUTA  "     delimited size
                into r-scadenza
              end-string
           else
              string r-data-disp      delimited size
                     " fra "          delimited size
                     r-giorni         delimited size
                     " gg "           delimited size
                into r-scadenza
              end-string
           end-if.
           string r-scadenza       delimited size
                  wk-trn-code      delimited size
                  " "              delimited size
                  trn-cognome      delimited "  "
                  " "              delimited size
                  trn-nome         delimited "  "
                  " - "            delimited size
                  r-desc-tipo      delimited "  "
                  " ("             delimited size
                  qlf-ente         delimited "  "
                  ")  tel: "       delimited size
                  trn-telefono     delimited space
                  "  mail: "       delimited size
                  trn-email        delimited space
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo del controllo scadenze di
      *    gcheckin), con gestione degli anni bisestili.
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
           close qualifiche trainers.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
