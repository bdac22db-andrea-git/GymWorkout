       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-cassa.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Riepilogo chiusure cassa della giornata: per ogni operatore
      *    che ha incassato (PAYMENTS, DAYPASS, PTPACKS, vedi gcassa) o
      *    che ha chiuso la cassa (CASHUP) stampa, per modo di
      *    incasso, atteso, contato e differenza. Per le casse chiuse
      *    fanno fede i valori registrati in chiusura; le casse non
      *    ancora chiuse riportano l'atteso ricalcolato e la dicitura
      *    "non chiusa". In coda i totali della giornata per modo.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "cashup.sl".
       copy "payments.sl".
       copy "daypass.sl".
       copy "ptpacks.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "cashup.fd".
       copy "payments.fd".
       copy "daypass.fd".
       copy "ptpacks.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-cashup         pic xx.
       77  status-payments       pic xx.
       77  status-daypass        pic xx.
       77  status-ptpacks        pic xx.

      * COSTANTI
       78  titolo                value "Chiusure cassa".
       78  78-max-operatori      value 50.
      * Codice atleta fittizio degli ingressi giornalieri in PAYMENTS
      * (gia' contati da DAYPASS).
       78  78-codice-visitatore  value 999999999999999998.

       77  ArialNarrow11         handle of font.
       77  ArialNarrow11B        handle of font.
       77  WFONT-STATUS          pic s9(5) value zero.
       77  font-size-dply        pic z(5).
       77  messaggio             pic x(150) value spaces.

      * FLAGS
       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           88 errori             value "ER".

      * OPERATORI DELLA GIORNATA
       01  tab-operatori.
           05 tab-op-el          occurs 50 times.
               10 tab-op-utente          pic x(20).
               10 tab-op-chiusa          pic 9.
               10 tab-op-ora             pic 9(8).
               10 tab-op-atteso-contanti pic 9(7)v99.
               10 tab-op-atteso-carta    pic 9(7)v99.
               10 tab-op-atteso-bonifico pic 9(7)v99.
               10 tab-op-atteso-addebito pic 9(7)v99.
               10 tab-op-contato-contanti
                                         pic 9(7)v99.
               10 tab-op-contato-carta   pic 9(7)v99.
               10 tab-op-movimenti       pic 9(5).
       77  tab-op-count          pic 9(3) value 0.
       77  tab-ix                pic 9(3).
       77  tab-trovato           pic 9(3).

       77  operatore-movimento   pic x(20).
       77  metodo-movimento      pic x.
       77  importo-movimento     pic 9(5)v99.

       77  tot-atteso-contanti   pic 9(9)v99 value 0.
       77  tot-atteso-carta      pic 9(9)v99 value 0.
       77  tot-atteso-bonifico   pic 9(9)v99 value 0.
       77  tot-atteso-addebito   pic 9(9)v99 value 0.
       77  tot-differenza        pic s9(9)v99 value 0.
       77  como-differenza       pic s9(7)v99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-disp           pic 99/99/9999.
       01  r-ora-disp            pic 99.99.
       01  r-modo                pic x(12).
       01  r-atteso-disp         pic z.zzz.zz9,99.
       01  r-contato-disp        pic z.zzz.zz9,99.
       01  r-diff-disp           pic -.---.--9,99.
       01  r-totale-disp         pic zzz.zzz.zz9,99.
       01  r-tot-diff-disp       pic ---.---.--9,99.

       LINKAGE SECTION.
       77  link-data             pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform RACCOGLI-OPERATORI
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           initialize tab-operatori.

      ***---
       APRI-FILES.
           open input cashup payments daypass ptpacks.
           if status-cashup not = "00" and not = "05"
              set errori to true
           end-if.

      ***---
       RACCOGLI-OPERATORI.
      *    Prima le casse chiuse (valori di chiusura), poi i movimenti
      *    della giornata per chi non ha ancora chiuso.
           move link-data to csh-data.
           move low-value to csh-utente.
           start cashup key is >= csh-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read cashup next at end exit perform end-read
                    if csh-data not = link-data
                       exit perform
                    end-if
                    move csh-utente to operatore-movimento
                    perform CERCA-OPERATORE
                    if tab-trovato not = 0
                       move 1 to tab-op-chiusa(tab-trovato)
                       move csh-ora to tab-op-ora(tab-trovato)
                       move csh-atteso-contanti
                         to tab-op-atteso-contanti(tab-trovato)
                       move csh-atteso-carta
                         to tab-op-atteso-carta(tab-trovato)
                       move csh-atteso-bonifico
                         to tab-op-atteso-bonifico(tab-trovato)
                       move csh-atteso-addebito
                         to tab-op-atteso-addebito(tab-trovato)
                       move csh-contato-contanti
                         to tab-op-contato-contanti(tab-trovato)
                       move csh-contato-carta
                         to tab-op-contato-carta(tab-trovato)
                       move csh-num-movimenti
                         to tab-op-movimenti(tab-trovato)
                    end-if
                 end-perform
           end-start.

           perform SOMMA-PAYMENTS.
           perform SOMMA-DAYPASS.
           perform SOMMA-PTPACKS.

      ***---
       SOMMA-PAYMENTS.
      *    Nessuna chiave per data di pagamento: giro completo.
           move low-value to pay-key.
           start payments key is >= pay-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              if pay-data-pagamento = link-data
              and pay-code not = 78-codice-visitatore
                 move pay-utente-incasso to operatore-movimento
                 if operatore-movimento = spaces
                    move pay-utente-registrazione
                      to operatore-movimento
                 end-if
                 move pay-metodo  to metodo-movimento
                 move pay-importo to importo-movimento
                 perform SOMMA-MOVIMENTO
              end-if
           end-perform.

      ***---
       SOMMA-DAYPASS.
           move link-data to dps-data.
           move low-value to dps-progressivo.
           start daypass key is >= dps-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read daypass next at end exit perform end-read
              if dps-data not = link-data
                 exit perform
              end-if
              move dps-utente  to operatore-movimento
              move dps-metodo  to metodo-movimento
              move dps-importo to importo-movimento
              perform SOMMA-MOVIMENTO
           end-perform.

      ***---
       SOMMA-PTPACKS.
           move low-value to ptk-key.
           start ptpacks key is >= ptk-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read ptpacks next at end exit perform end-read
              if ptk-data-acquisto = link-data
                 move ptk-utente-vendita to operatore-movimento
                 if operatore-movimento = spaces
                    move ptk-utente to operatore-movimento
                 end-if
                 move ptk-metodo  to metodo-movimento
                 move ptk-prezzo  to importo-movimento
                 perform SOMMA-MOVIMENTO
              end-if
           end-perform.

      ***---
       SOMMA-MOVIMENTO.
           perform CERCA-OPERATORE.
           if tab-trovato = 0
              exit paragraph
           end-if.
      *    Cassa chiusa: l'atteso e' quello registrato in chiusura.
           if tab-op-chiusa(tab-trovato) = 1
              exit paragraph
           end-if.
           add 1 to tab-op-movimenti(tab-trovato).
           evaluate metodo-movimento
           when "P"
                add importo-movimento
                 to tab-op-atteso-carta(tab-trovato)
           when "B"
                add importo-movimento
                 to tab-op-atteso-bonifico(tab-trovato)
           when "A"
                add importo-movimento
                 to tab-op-atteso-addebito(tab-trovato)
      *    Righe registrate prima del modo di incasso: contanti.
           when other
                add importo-movimento
                 to tab-op-atteso-contanti(tab-trovato)
           end-evaluate.

      ***---
       CERCA-OPERATORE.
      *    Posizione di operatore-movimento in tabella, accodandolo se
      *    nuovo; zero a tabella piena.
           move 0 to tab-trovato.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-op-count
              if tab-op-utente(tab-ix) = operatore-movimento
                 move tab-ix to tab-trovato
                 exit perform
              end-if
           end-perform.
           if tab-trovato = 0
           and tab-op-count < 78-max-operatori
              add 1 to tab-op-count
              move tab-op-count        to tab-trovato
              move operatore-movimento to tab-op-utente(tab-trovato)
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
              move link-data to r-data-disp
              initialize r-titolo
              string titolo          delimited size
                     " del "         delimited size
                     r-data-disp     delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              if tab-op-count = 0
                 move "Nessun incasso nella giornata"
                   to spl-riga-stampa
                 move ArialNarrow11 to spl-hfont
                 move 1             to spl-tipo-colonna
                 perform SCRIVI
              else
                 perform varying tab-ix from 1 by 1
                           until tab-ix > tab-op-count
                    perform STAMPA-OPERATORE
                 end-perform
                 perform STAMPA-TOTALI
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-OPERATORE.
           initialize r-riga.
           if tab-op-chiusa(tab-ix) = 1
              move tab-op-ora(tab-ix)(1:4) to r-ora-disp
              string "Operatore "           delimited size
                     tab-op-utente(tab-ix)  delimited space
                     " - chiusa alle "      delimited size
                     r-ora-disp             delimited size
                into r-riga
              end-string
           else
              string "Operatore "           delimited size
                     tab-op-utente(tab-ix)  delimited space
                     " - non chiusa"        delimited size
                into r-riga
              end-string
           end-if.
           move ArialNarrow11B to spl-hfont.
           move r-riga         to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

           move "Contanti" to r-modo.
           move tab-op-atteso-contanti(tab-ix)  to r-atteso-disp.
           move tab-op-contato-contanti(tab-ix) to r-contato-disp.
           compute como-differenza = tab-op-contato-contanti(tab-ix)
                                   - tab-op-atteso-contanti(tab-ix).
           perform STAMPA-RIGA-CONTATA.

           move "Carta/POS" to r-modo.
           move tab-op-atteso-carta(tab-ix)  to r-atteso-disp.
           move tab-op-contato-carta(tab-ix) to r-contato-disp.
           compute como-differenza = tab-op-contato-carta(tab-ix)
                                   - tab-op-atteso-carta(tab-ix).
           perform STAMPA-RIGA-CONTATA.

           move "Bonifico" to r-modo.
           move tab-op-atteso-bonifico(tab-ix) to r-atteso-disp.
           perform STAMPA-RIGA-ATTESA.

           move "Addebito" to r-modo.
           move tab-op-atteso-addebito(tab-ix) to r-atteso-disp.
           perform STAMPA-RIGA-ATTESA.

           add tab-op-atteso-contanti(tab-ix) to tot-atteso-contanti.
           add tab-op-atteso-carta(tab-ix)    to tot-atteso-carta.
           add tab-op-atteso-bonifico(tab-ix) to tot-atteso-bonifico.
           add tab-op-atteso-addebito(tab-ix) to tot-atteso-addebito.
           add 0,3 to spl-riga.

      ***---
       STAMPA-RIGA-CONTATA.
      *    Contanti e carta: il contato c'e' solo a cassa chiusa.
           initialize r-riga.
           if tab-op-chiusa(tab-ix) = 1
              move como-differenza to r-diff-disp
              add  como-differenza to tot-differenza
              string "   "           delimited size
                     r-modo          delimited size
                     " atteso "      delimited size
                     r-atteso-disp   delimited size
                     "  contato "    delimited size
                     r-contato-disp  delimited size
                     "  differenza " delimited size
                     r-diff-disp     delimited size
                into r-riga
              end-string
           else
              string "   "           delimited size
                     r-modo          delimited size
                     " atteso "      delimited size
                     r-atteso-disp   delimited size
                into r-riga
              end-string
           end-if.
           move ArialNarrow11 to spl-hfont.
           move r-riga        to spl-riga-stampa.
           move 1             to spl-tipo-colonna.
           perform SCRIVI.
           add 0,4 to spl-riga.

      ***---
       STAMPA-RIGA-ATTESA.
           initialize r-riga.
           string "   "           delimited size
                  r-modo          delimited size
                  " atteso "      delimited size
                  r-atteso-disp   delimited size
             into r-riga
           end-string.
           move ArialNarrow11 to spl-hfont.
           move r-riga        to spl-riga-stampa.
           move 1             to spl-tipo-colonna.
           perform SCRIVI.
           add 0,4 to spl-riga.

      ***---
       STAMPA-TOTALI.
           move ArialNarrow11B to spl-hfont.

           move "Contanti"          to r-modo.
           move tot-atteso-contanti to r-totale-disp.
           perform STAMPA-RIGA-TOTALE.
           move "Carta/POS"         to r-modo.
           move tot-atteso-carta    to r-totale-disp.
           perform STAMPA-RIGA-TOTALE.
           move "Bonifico"          to r-modo.
           move tot-atteso-bonifico to r-totale-disp.
           perform STAMPA-RIGA-TOTALE.
           move "Addebito"          to r-modo.
           move tot-atteso-addebito to r-totale-disp.
           perform STAMPA-RIGA-TOTALE.

           move tot-differenza to r-tot-diff-disp.
           initialize r-riga.
           string "Differenza di cassa complessiva: " delimited size
                  r-tot-diff-disp                     delimited size
             into r-riga
           end-string.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.

      ***---
       STAMPA-RIGA-TOTALE.
           initialize r-riga.
           string "Totale "       delimited size
                  r-modo          delimited size
                  r-totale-disp   delimited size
             into r-riga
           end-string.
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
           close cashup payments daypass ptpacks.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
