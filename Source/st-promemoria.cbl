       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-promemoria.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Resa dei promemoria del giorno prima (REMINDERS, vedi
      *    prom-invio): sulle date gia' passate del periodo confronta
      *    il tasso di assenza delle prenotazioni ai corsi e degli
      *    appuntamenti di personal training che hanno avuto il
      *    promemoria con quello di chi non l'ha avuto (mai spedito o
      *    senza recapito), con a parte chi l'ha anche confermato, e
      *    conta i posti liberati dalle disdette su risposta.
      *    Le assenze ai corsi si contano come in st-noshow (appello
      *    di porta CLASSATT dove c'e', altrimenti nessun ingresso in
      *    CHECKIN nella data; lezioni annullate in CLASSEXC escluse),
      *    quelle PT sono gli appuntamenti segnati no-show in PTDIARY
      *    su quelli erogati o no-show. Le prenotazioni disdette su
      *    risposta non sono piu' in archivio e non entrano nel
      *    confronto.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "reminders.sl".
       copy "enrolments.sl".
       copy "ptdiary.sl".
       copy "checkin.sl".
       copy "classexc.sl".
       copy "classatt.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "reminders.fd".
       copy "enrolments.fd".
       copy "ptdiary.fd".
       copy "checkin.fd".
       copy "classexc.fd".
       copy "classatt.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-reminders      pic xx.
       77  status-enrolments     pic xx.
       77  status-ptdiary        pic xx.
       77  status-checkin        pic xx.
       77  status-classexc       pic xx.
       77  status-classatt       pic xx.

      * COSTANTI
       78  titolo                value "Promemoria e assenze".
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
           88 ingresso-presente  value 1 false 0.
       77  filler                pic 9.
           88 prenotazione-assente value 1 false 0.
       77  filler                pic 9.
           88 promemoria-ricevuto value 1 false 0.
       77  filler                pic 9.
           88 promemoria-confermato value 1 false 0.

       77  oggi                  pic 9(8).
       77  data-limite           pic 9(8).

      * CONTATORI: 1 = corsi, 2 = personal training
       01  tab-confronto.
           05 cnf-el             occurs 2 times.
               10 cnf-con            pic 9(6).
               10 cnf-con-assenti    pic 9(6).
               10 cnf-conf           pic 9(6).
               10 cnf-conf-assenti   pic 9(6).
               10 cnf-senza          pic 9(6).
               10 cnf-senza-assenti  pic 9(6).
               10 cnf-disdette       pic 9(6).
       77  ix-tipo               pic 9.
       77  como-totale           pic 9(6).
       77  como-assenti          pic 9(6).
       77  como-tasso            pic 9(3)v9.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-da-disp        pic 99/99/9999.
       01  r-data-a-disp         pic 99/99/9999.
       01  r-riga-confronto.
           05 r-cnf-voce         pic x(30).
           05 r-cnf-totale       pic zzz.zz9.
           05 filler             pic x(6) value spaces.
           05 r-cnf-assenti      pic zzz.zz9.
           05 filler             pic x(6) value spaces.
           05 r-cnf-tasso        pic zz9,9.
           05 filler             pic x value "%".
       01  r-intestazione-confronto.
           05 filler             pic x(30) value spaces.
           05 filler             pic x(13) value "Prenotazioni".
           05 filler             pic x(13) value "Assenze".
           05 filler             pic x(5)  value "Tasso".
       01  r-num-disp            pic zzz.zz9.
       77  ix-spazi              pic 9(3).

       LINKAGE SECTION.
       77  link-data-da          pic 9(8).
       77  link-data-a           pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-data-a
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
           initialize tab-confronto.
      *    Solo date concluse: di oggi e del futuro non si sa ancora
      *    chi manchera'.
           if link-data-a = 0
           or link-data-a >= oggi
              move oggi to data-limite
           else
              compute data-limite = link-data-a + 1
           end-if.
           if link-data-a = 0
              move oggi to link-data-a
           end-if.

      ***---
       APRI-FILES.
      *    Senza registro dei promemoria tutto risulta non ricordato.
           open input reminders.
           if status-reminders not = "00" and not = "05"
              move "35" to status-reminders
           end-if.
           open input enrolments ptdiary checkin classexc classatt.

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
              move link-data-da to r-data-da-disp
              move link-data-a  to r-data-a-disp
              initialize r-titolo
              string titolo          delimited size
                     " dal "         delimited size
                     r-data-da-disp  delimited size
                     " al "          delimited size
                     r-data-a-disp   delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform SCORRI-PRENOTAZIONI
              perform SCORRI-APPUNTAMENTI
              perform CONTA-DISDETTE

              move 1 to ix-tipo
              move "Corsi di gruppo" to r-riga
              perform STAMPA-CONFRONTO
              add 0,5 to spl-riga
              move 2 to ix-tipo
              move "Personal training" to r-riga
              perform STAMPA-CONFRONTO

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-PRENOTAZIONI.
           move low-value to enr-key.
           start enrolments key is >= enr-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read enrolments next at end exit perform end-read
                    if enr-data >= link-data-da
                    and enr-data < data-limite
                       perform VALUTA-PRENOTAZIONE
                    end-if
                 end-perform
           end-start.

      ***---
       VALUTA-PRENOTAZIONE.
      *    Lezione annullata per la data: nessuno e' assente a una
      *    lezione che non si e' mai tenuta.
           move enr-cls-code to cex-cls-code.
           move enr-data     to cex-data.
           read classexc
                invalid continue
               not invalid
                   if cex-annullata
                      exit paragraph
                   end-if
           end-read.

      *    Appello di porta, e solo in mancanza l'ingresso del
      *    giorno, come in st-noshow.
           set prenotazione-assente to false.
           move enr-cls-code to att-cls-code.
           move enr-data     to att-data.
           move enr-ath-code to att-ath-code.
           read classatt
                invalid
                   perform CERCA-INGRESSO
                   if not ingresso-presente
                      set prenotazione-assente to true
                   end-if
               not invalid
                   if att-assente
                      set prenotazione-assente to true
                   end-if
           end-read.

           initialize rmd-key.
           set rmd-corso     to true.
           move enr-cls-code to rmd-oggetto.
           move enr-data     to rmd-data.
           move 0            to rmd-ora.
           move enr-ath-code to rmd-ath-code.
           move 1            to ix-tipo.
           perform CONTA-CONFRONTO.

      ***---
       CERCA-INGRESSO.
           set ingresso-presente to false.
           move enr-ath-code to chk-code.
           move enr-data     to chk-data.
           move low-value    to chk-ora.
           start checkin key is >= chk-k-atleta
                 invalid continue
             not invalid
                 read checkin next
                      at end continue
                  not at end
                      if chk-code = enr-ath-code
                      and chk-data = enr-data
                         set ingresso-presente to true
                      end-if
                 end-read
           end-start.

      ***---
       SCORRI-APPUNTAMENTI.
      *    Contano gli appuntamenti chiusi: erogati o no-show.
           move low-value to apt-key.
           start ptdiary key is >= apt-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read ptdiary next at end exit perform end-read
                    if apt-data >= link-data-da
                    and apt-data < data-limite
                    and (apt-erogato or apt-noshow)
                       set prenotazione-assente to false
                       if apt-noshow
                          set prenotazione-assente to true
                       end-if
                       initialize rmd-key
                       set rmd-personal  to true
                       move apt-trn-code to rmd-oggetto
                       move apt-data     to rmd-data
                       move apt-ora      to rmd-ora
                       move apt-ath-code to rmd-ath-code
                       move 2            to ix-tipo
                       perform CONTA-CONFRONTO
                    end-if
                 end-perform
           end-start.

      ***---
       CONTA-CONFRONTO.
      *    Ricordato = promemoria spedito (confermato o no); senza
      *    riga o senza recapito = non ricordato.
           set promemoria-ricevuto   to false.
           set promemoria-confermato to false.
           if status-reminders not = "35"
              read reminders
                   invalid continue
               not invalid
                   if rmd-inviato or rmd-confermato
                      set promemoria-ricevuto to true
                   end-if
                   if rmd-confermato
                      set promemoria-confermato to true
                   end-if
              end-read
           end-if.
           if promemoria-ricevuto
              add 1 to cnf-con(ix-tipo)
              if prenotazione-assente
                 add 1 to cnf-con-assenti(ix-tipo)
              end-if
              if promemoria-confermato
                 add 1 to cnf-conf(ix-tipo)
                 if prenotazione-assente
                    add 1 to cnf-conf-assenti(ix-tipo)
                 end-if
              end-if
           else
              add 1 to cnf-senza(ix-tipo)
              if prenotazione-assente
                 add 1 to cnf-senza-assenti(ix-tipo)
              end-if
           end-if.

      ***---
       CONTA-DISDETTE.
           if status-reminders = "35"
              exit paragraph
           end-if.
           move low-value to rmd-key.
           start reminders key is >= rmd-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read reminders next at end exit perform end-read
              if rmd-disdetto
              and rmd-data >= link-data-da
              and rmd-data <= link-data-a
                 if rmd-corso
                    add 1 to cnf-disdette(1)
                 else
                    add 1 to cnf-disdette(2)
                 end-if
              end-if
           end-perform.

      ***---
       STAMPA-CONFRONTO.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move r-intestazione-confronto to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.

           move "Con promemoria"           to r-cnf-voce.
           move cnf-con(ix-tipo)           to como-totale.
           move cnf-con-assenti(ix-tipo)   to como-assenti.
           perform STAMPA-RIGA-CONFRONTO.
           move "  di cui confermate"      to r-cnf-voce.
           move cnf-conf(ix-tipo)          to como-totale.
           move cnf-conf-assenti(ix-tipo)  to como-assenti.
           perform STAMPA-RIGA-CONFRONTO.
           move "Senza promemoria"         to r-cnf-voce.
           move cnf-senza(ix-tipo)         to como-totale.
           move cnf-senza-assenti(ix-tipo) to como-assenti.
           perform STAMPA-RIGA-CONFRONTO.

           move cnf-disdette(ix-tipo) to r-num-disp.
           move 0 to ix-spazi.
           inspect r-num-disp tallying ix-spazi for leading spaces.
           initialize r-riga.
           string "Posti liberati da disdette su risposta: "
                                           delimited size
                  r-num-disp(ix-spazi + 1:) delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-RIGA-CONFRONTO.
           move como-totale  to r-cnf-totale.
           move como-assenti to r-cnf-assenti.
           if como-totale = 0
              move 0 to como-tasso
           else
              compute como-tasso rounded =
                      como-assenti * 100 / como-totale
           end-if.
           move como-tasso to r-cnf-tasso.
           move r-riga-confronto to r-riga.
           perform SCRIVI-RIGA.

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
           if status-reminders not = "35"
              close reminders
           end-if.
           close enrolments ptdiary checkin classexc classatt.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
