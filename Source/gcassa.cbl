       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gcassa.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Chiusura cassa di fine turno per operatore. "Calcola"
      *    somma, per la giornata e l'operatore indicati, gli incassi
      *    registrati per modo di incasso: rate pagate in PAYMENTS
      *    (operatore pay-utente-incasso), ingressi giornalieri in
      *    DAYPASS e pacchetti personal training venduti in PTPACKS
      *    (operatore ptk-utente-vendita). Le righe PAYMENTS del
      *    codice visitatore non si contano: lo stesso incasso e' gia'
      *    in DAYPASS. L'operatore indica quanto ha contato in
      *    cassetto e sul POS; "Chiudi" registra la chiusura in CASHUP
      *    (una sola per giorno e operatore) e ne mostra le
      *    differenze. Il riepilogo di tutti gli operatori della
      *    giornata esce da st-cassa ("Stampa").
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
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-cashup        pic xx.
       77  status-payments      pic xx.
       77  status-daypass       pic xx.
       77  status-ptpacks       pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 cassa-chiusa      value 1 false 0.

      * Codice atleta fittizio sotto cui gcheckin registra gli
      * ingressi giornalieri in PAYMENTS.
       78  78-codice-visitatore value 999999999999999998.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-data         value 1.
       78  78-ID-ef-operatore    value 2.
       78  78-ID-ef-cont-contanti
                                 value 3.
       78  78-ID-ef-cont-carta   value 4.
       78  78-ID-pb-calcola      value 5.
       78  78-ID-pb-chiudi       value 6.
       78  78-ID-pb-stampa       value 7.
       78  78-ID-pb-esci         value 8.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-data-buf           pic 9(8).
       77  ef-operatore-buf      pic x(20).
       77  ef-att-contanti-buf   pic 9(7)v99.
       77  ef-att-carta-buf      pic 9(7)v99.
       77  ef-att-bonifico-buf   pic 9(7)v99.
       77  ef-att-addebito-buf   pic 9(7)v99.
       77  ef-cont-contanti-buf  pic 9(7)v99.
       77  ef-cont-carta-buf     pic 9(7)v99.
       77  ef-diff-contanti-buf  pic s9(7)v99.
       77  ef-diff-carta-buf     pic s9(7)v99.
       77  ef-movimenti-buf      pic 9(5).

       77  operatore-movimento   pic x(20).
       77  metodo-movimento      pic x.
       77  importo-movimento     pic 9(5)v99.
       77  r-ora-disp            pic 99.99.
       77  r-diff-contanti-disp  pic -.---.--9,99.
       77  r-diff-carta-disp     pic -.---.--9,99.
       77  messaggio             pic x(150).
       77  stampante-cassa       pic x(200) value spaces.

       SCREEN SECTION.
       01  Form1.
           05 ef-data          line 2  col 22 pic 9(8)
                                            using ef-data-buf.
           05 ef-operatore     line 3  col 22 pic x(20)
                                            using ef-operatore-buf.
           05 ef-att-contanti  line 5  col 22 pic 9(7)v99
                                            using ef-att-contanti-buf.
           05 ef-att-carta     line 6  col 22 pic 9(7)v99
                                            using ef-att-carta-buf.
           05 ef-att-bonifico  line 7  col 22 pic 9(7)v99
                                            using ef-att-bonifico-buf.
           05 ef-att-addebito  line 8  col 22 pic 9(7)v99
                                            using ef-att-addebito-buf.
           05 ef-movimenti     line 9  col 22 pic 9(5)
                                            using ef-movimenti-buf.
           05 ef-cont-contanti line 11 col 22 pic 9(7)v99
                                            using ef-cont-contanti-buf.
           05 ef-cont-carta    line 12 col 22 pic 9(7)v99
                                            using ef-cont-carta-buf.
           05 ef-diff-contanti line 11 col 40 pic s9(7)v99
                                            using ef-diff-contanti-buf.
           05 ef-diff-carta    line 12 col 40 pic s9(7)v99
                                            using ef-diff-carta-buf.
           05 pb-calcola  line 14 col 5  pic x(10) value "Calcola".
           05 pb-chiudi   line 14 col 20 pic x(10) value "Chiudi".
           05 pb-stampa   line 14 col 35 pic x(10) value "Stampa".
           05 pb-esci     line 14 col 50 pic x(10) value "Esci".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform GESTIONE-SCHERMO
              perform CHIUDI-FILES
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gcassa"      to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           set cassa-chiusa   to false.
           accept ef-data-buf from century-date.
           move acc-operatore       to ef-operatore-buf.
           perform AZZERA-IMPORTI.

      ***---
       AZZERA-IMPORTI.
           move 0 to ef-att-contanti-buf ef-att-carta-buf
                     ef-att-bonifico-buf ef-att-addebito-buf
                     ef-cont-contanti-buf ef-cont-carta-buf
                     ef-diff-contanti-buf ef-diff-carta-buf
                     ef-movimenti-buf.

      ***---
       APRI-FILES.
           open i-o cashup.
           if status-cashup = "35"
              open output cashup
              close cashup
              open i-o cashup
           end-if.
           if status-cashup not = "00" and not = "05"
              set errori to true
           end-if.

           open input payments daypass ptpacks.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gcassa-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-calcola
                perform CALCOLA-CASSA
                display Form1
           when 78-ID-pb-chiudi
                perform CHIUDI-CASSA
                display Form1
           when 78-ID-pb-stampa
                perform STAMPA-CASSA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CALCOLA-CASSA.
           set tutto-ok to true.
           if ef-data-buf = 0
              display message "Data della chiusura obbligatoria"
                         icon mb-warning-icon
              set errori to true
              exit paragraph
           end-if.
           if ef-operatore-buf = spaces
              display message "Operatore obbligatorio"
                         icon mb-warning-icon
              set errori to true
              exit paragraph
           end-if.

      *    A cassa gia' chiusa fanno fede i valori registrati in
      *    chiusura, non un ricalcolo su movimenti corretti dopo.
           move ef-data-buf      to csh-data.
           move ef-operatore-buf to csh-utente.
           read cashup
                invalid    set cassa-chiusa to false
               not invalid set cassa-chiusa to true
           end-read.
           if cassa-chiusa
              move csh-atteso-contanti  to ef-att-contanti-buf
              move csh-atteso-carta     to ef-att-carta-buf
              move csh-atteso-bonifico  to ef-att-bonifico-buf
              move csh-atteso-addebito  to ef-att-addebito-buf
              move csh-contato-contanti to ef-cont-contanti-buf
              move csh-contato-carta    to ef-cont-carta-buf
              move csh-num-movimenti    to ef-movimenti-buf
              perform CALCOLA-DIFFERENZE
              move csh-ora(1:4) to r-ora-disp
              initialize messaggio
              string "Cassa gia' chiusa alle " delimited size
                     r-ora-disp                delimited size
                     " da "                    delimited size
                     csh-utente-chiusura       delimited space
                into messaggio
              end-string
              display message messaggio
                         icon mb-information-icon
              exit paragraph
           end-if.

           move 0 to ef-att-contanti-buf ef-att-carta-buf
                     ef-att-bonifico-buf ef-att-addebito-buf
                     ef-movimenti-buf.
           perform SOMMA-PAYMENTS.
           perform SOMMA-DAYPASS.
           perform SOMMA-PTPACKS.
           perform CALCOLA-DIFFERENZE.

      ***---
       SOMMA-PAYMENTS.
      *    Nessuna chiave per data di pagamento: giro completo.
           move low-value to pay-key.
           start payments key is >= pay-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              if pay-data-pagamento = ef-data-buf
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
           move ef-data-buf to dps-data.
           move low-value   to dps-progressivo.
           start daypass key is >= dps-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read daypass next at end exit perform end-read
              if dps-data not = ef-data-buf
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
              if ptk-data-acquisto = ef-data-buf
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
           if operatore-movimento not = ef-operatore-buf
              exit paragraph
           end-if.
           add 1 to ef-movimenti-buf.
           evaluate metodo-movimento
           when "P"
                add importo-movimento to ef-att-carta-buf
           when "B"
                add importo-movimento to ef-att-bonifico-buf
           when "A"
                add importo-movimento to ef-att-addebito-buf
      *    Righe registrate prima del modo di incasso: contanti.
           when other
                add importo-movimento to ef-att-contanti-buf
           end-evaluate.

      ***---
       CALCOLA-DIFFERENZE.
           compute ef-diff-contanti-buf = ef-cont-contanti-buf
                                        - ef-att-contanti-buf.
           compute ef-diff-carta-buf    = ef-cont-carta-buf
                                        - ef-att-carta-buf.

      ***---
       CHIUDI-CASSA.
      *    L'atteso si ricalcola sempre al momento della chiusura,
      *    il contato e' quello digitato dall'operatore.
           perform CALCOLA-CASSA.
           if errori or cassa-chiusa
              exit paragraph
           end-if.

           initialize csh-rec.
           move ef-data-buf          to csh-data.
           move ef-operatore-buf     to csh-utente.
           accept csh-ora            from time.
           move ef-att-contanti-buf  to csh-atteso-contanti.
           move ef-att-carta-buf     to csh-atteso-carta.
           move ef-att-bonifico-buf  to csh-atteso-bonifico.
           move ef-att-addebito-buf  to csh-atteso-addebito.
           move ef-cont-contanti-buf to csh-contato-contanti.
           move ef-cont-carta-buf    to csh-contato-carta.
           move ef-movimenti-buf     to csh-num-movimenti.
           move acc-operatore        to csh-utente-chiusura.
           write csh-rec
                 invalid display message "Impossibile salvare"
                                icon mb-warning-icon
                         exit paragraph
           end-write.
           set cassa-chiusa to true.

           if ef-diff-contanti-buf = 0
           and ef-diff-carta-buf = 0
              display message "Cassa chiusa senza differenze"
                         icon mb-information-icon
           else
              initialize messaggio
              move ef-diff-contanti-buf to r-diff-contanti-disp
              move ef-diff-carta-buf    to r-diff-carta-disp
              string "Cassa chiusa. Differenza contanti: "
                                          delimited size
                     r-diff-contanti-disp delimited size
                     ", carta: "          delimited size
                     r-diff-carta-disp    delimited size
                into messaggio
              end-string
              display message messaggio
                         icon mb-warning-icon
           end-if.

      ***---
       STAMPA-CASSA.
           if ef-data-buf = 0
              display message "Data della chiusura obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           call   "st-cassa" using ef-data-buf stampante-cassa " "
                                   spaces " ".
           cancel "st-cassa".

      ***---
       CHIUDI-FILES.
           close cashup payments daypass ptpacks.
