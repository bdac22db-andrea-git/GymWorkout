      *    di oggi sulla rata in linea. Le rate scadute e non incassate
      *    bloccano l'atleta all'ingresso (vedi CONTROLLA-RATE in
      *    gcheckin); gli incassi per piano escono da st-incassi.
      *    Ogni incasso registra anche il modo (C contanti, P carta/
      *    POS, B bonifico, A addebito diretto) e l'operatore che l'ha
      *    preso: e' la base della chiusura cassa di fine turno
      *    (gcassa).
      *    Ogni incasso emette la ricevuta numerata (subprogramma
      *    ricevuta, stampa st-ricevuta) e ne tiene il numero sulla
      *    rata; una rata incassata riportata a "da incassare" storna
      *    la sua ricevuta con una nota di credito.
      *    Sotto la rata caricata compaiono i solleciti gia' spediti
      *    (registro DUNNING di solleciti): livello, data e canale.
      *    Le rate 9000 + numero vendita sono addebiti sul conto delle
      *    vendite del negozio (gvendite): si incassano allo stesso
      *    modo, con la ricevuta intestata alla vendita.
      *    Ogni scrittura su PAYMENTS va anche al giornale di giornata
      *    TXJRN (subprogramma giornale).
      *    Una rata presentata in banca con addebito diretto e in
      *    attesa di esito (sdd-invio) non si incassa allo sportello:
      *    l'esito positivo di sdd-esiti la troverebbe gia' pagata e
      *    il socio pagherebbe due volte.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "payments.sl".
       copy "subscriptions.sl".
       copy "athletes.sl".
       copy "dunning.sl".

      *****************************************************************
       DATA DIVISION.
       copy "payments.fd".
       copy "subscriptions.fd".
       copy "athletes.fd".
       copy "dunning.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-payments      pic xx.
       77  status-subscriptions pic xx.
       77  status-athletes      pic xx.
       77  status-dunning       pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 metodo-valido     value 1 false 0.
       77  filler               pic 9.
           88 rata-salvata      value 1 false 0.

       77  pagamento-precedente pic 9(8).

      * EMISSIONE E STAMPA DELLE RICEVUTE
       copy "ricevuta.lks".
       77  esito-ricevuta       signed-short.
       77  stampante-ricevuta   pic x(200) value spaces.

      * GIORNALE DI GIORNATA DELLE IMMAGINI DOPO
       copy "giornale.lks".
       77  esito-giornale       signed-short.
       77  r-rata-disp          pic zzz9.
       77  r-inizio-disp        pic 99/99/9999.

      * REGISTRO SOLLECITI DELLA RATA
       77  r-sollecito-disp     pic 99/99/9999.
       77  r-canale             pic x(6).
       77  puntatore-solleciti  pic 9(3).

      * COSTANTI
      *    Rate degli addebiti del negozio: 9000 + numero vendita.
       78  78-base-rata-negozio  value 9000.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-pb-salva        value 8.
       78  78-ID-pb-incassa      value 9.
       78  78-ID-pb-esci         value 10.
       78  78-ID-ef-metodo       value 11.
       78  78-ID-ef-solleciti    value 12.

       77  control-id            pic 9(4).

       77  ef-importo-buf        pic 9(5)v99.
       77  ef-scadenza-buf       pic 9(8).
       77  ef-pagamento-buf      pic 9(8).
       77  ef-metodo-buf         pic x.
       77  ef-solleciti-buf      pic x(90).

       SCREEN SECTION.
       01  Form1.
                                            using ef-scadenza-buf.
           05 ef-pagamento  line 8  col 22 pic 9(8)
                                            using ef-pagamento-buf.
           05 ef-metodo     line 9  col 22 pic x
                                            using ef-metodo-buf.
           05 pb-carica     line 10 col 5  pic x(10) value "Carica".
           05 pb-salva      line 10 col 20 pic x(10) value "Salva".
           05 pb-incassa    line 10 col 35 pic x(10) value "Incassa".
           05 pb-esci       line 10 col 50 pic x(10) value "Esci".
           05 ef-solleciti  line 12 col 22 pic x(90)
                                            using ef-solleciti-buf.

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
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "gpayment"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-nominativo-buf ef-solleciti-buf.
           move "C"    to ef-metodo-buf.
           accept ef-inizio-buf from century-date.
           move 1 to ef-rata-buf.
           move 0 to ef-codice-buf ef-importo-buf
           end-if.

           open input subscriptions athletes.
      *    Il registro solleciti nasce col primo lancio di solleciti.
           open input dunning.

      ***---
       GESTIONE-SCHERMO.
                invalid
                   display message "Rata non presente"
                              icon mb-information-icon
                   move spaces to ef-solleciti-buf
                   display Form1
                   exit paragraph
           end-read.
           move pay-importo        to ef-importo-buf.
           move pay-data-scadenza  to ef-scadenza-buf.
           move pay-data-pagamento to ef-pagamento-buf.
           if pay-metodo not = spaces
              move pay-metodo      to ef-metodo-buf
           end-if.
           perform MOSTRA-NOMINATIVO.
           perform MOSTRA-SOLLECITI.
           display Form1.

      ***---
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-pagamento-buf not = 0
              perform CONTROLLA-METODO
              if not metodo-valido
                 exit paragraph
              end-if
           end-if.

           move ef-codice-buf to pay-code.
           move ef-inizio-buf to pay-data-inizio.
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.
           if record-esistente
              move pay-data-pagamento to pagamento-precedente
           else
      *       Rata nuova: niente dati rimasti nel record dall'ultima
      *       rata letta (ricevuta, stato dell'addebito SEPA).
              initialize pay-data
              move 0 to pagamento-precedente
           end-if.
           if record-esistente
           and pagamento-precedente = 0
           and ef-pagamento-buf not = 0
           and pay-sdd-inviato
              perform RIFIUTA-RATA-IN-BANCA
              exit paragraph
           end-if.

           move ef-importo-buf   to pay-importo.
           move ef-scadenza-buf  to pay-data-scadenza.
           move ef-pagamento-buf to pay-data-pagamento.
           move acc-operatore       to pay-utente-registrazione.
      *    Incasso registrato a mano: modo e operatore come da
      *    "Incassa"; rata riportata a da incassare = niente modo.
           if ef-pagamento-buf = 0
              move spaces to pay-metodo pay-utente-incasso
           else
              move ef-metodo-buf to pay-metodo
              if pay-utente-incasso = spaces
              or not record-esistente
                 move acc-operatore       to pay-utente-incasso
              end-if
           end-if.

           set rata-salvata to true.
           if record-esistente
              rewrite pay-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
                              set rata-salvata to false
                  not invalid
                      set gnk-riscrittura to true
                      perform GIORNALE-PAYMENTS
              end-rewrite
           else
              write pay-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
                            set rata-salvata to false
                not invalid
                    set gnk-scrittura to true
                    perform GIORNALE-PAYMENTS
              end-write
           end-if.
           if not rata-salvata
              exit paragraph
           end-if.

      *    Incasso nuovo: ricevuta. Incasso annullato: nota di
      *    credito sulla ricevuta emessa.
           if pagamento-precedente = 0
           and pay-data-pagamento not = 0
              perform EMETTI-RICEVUTA-RATA
           end-if.
           if pagamento-precedente not = 0
           and pay-data-pagamento = 0
           and pay-ric-numero not = 0
              perform STORNA-RICEVUTA-RATA
           end-if.

      ***---
       INCASSA-RATA.
                         icon mb-information-icon
              exit paragraph
           end-if.
           if pay-sdd-inviato
              perform RIFIUTA-RATA-IN-BANCA
              exit paragraph
           end-if.
           perform CONTROLLA-METODO.
           if not metodo-valido
              exit paragraph
           end-if.
           accept pay-data-pagamento from century-date.
           move acc-operatore       to pay-utente-registrazione.
           move ef-metodo-buf       to pay-metodo.
           move acc-operatore       to pay-utente-incasso.
           rewrite pay-rec
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
                  not invalid
                      set gnk-riscrittura to true
                      perform GIORNALE-PAYMENTS
                      move pay-data-pagamento to ef-pagamento-buf
                      display Form1
                      perform EMETTI-RICEVUTA-RATA
           end-rewrite.

      ***---
       RIFIUTA-RATA-IN-BANCA.
           display message "Rata " pay-num-rata
                           " presentata in banca con addebito diretto:"
                           x"0D0A"
                           "in attesa dell'esito, non si incassa"
                      icon mb-warning-icon.

      ***---
       EMETTI-RICEVUTA-RATA.
      *    Rata a importo zero (omaggio): niente ricevuta.
           if pay-importo = 0
              exit paragraph
           end-if.
           perform MOSTRA-NOMINATIVO.
           initialize ricevuta-linkage.
           set ric-emissione   to true.
           set ric-da-rata     to true.
           move pay-code          to ric-ath-code.
           if ef-nominativo-buf not = spaces
              string ath-cognome  delimited "  "
                     " "          delimited size
                     ath-nome     delimited "  "
                into ric-intestatario
              end-string
           end-if.
           move pay-num-rata      to r-rata-disp.
           move pay-data-inizio   to r-inizio-disp.
      *    Addebito sul conto di una vendita del negozio (gvendite).
           if pay-num-rata > 78-base-rata-negozio
              set ric-da-vendita  to true
              string "Vendita negozio del "  delimited size
                     r-inizio-disp           delimited size
                into ric-causale
              end-string
           else
              string "Rata "                 delimited size
                     r-rata-disp             delimited size
                     " abbonamento dal "     delimited size
                     r-inizio-disp           delimited size
                into ric-causale
              end-string
           end-if.
           move pay-importo       to ric-importo.
           move pay-metodo        to ric-metodo.
           move pay-key           to ric-rif-chiave.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           if esito-ricevuta not = 0
              display message "Incasso registrato ma ricevuta non "
                              "emessa: archivio ricevute occupato"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ric-anno   to pay-ric-anno.
           move ric-numero to pay-ric-numero.
           rewrite pay-rec
                   invalid continue
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-PAYMENTS
           end-rewrite.
           call   "st-ricevuta" using "R" ric-anno ric-numero
                                      stampante-ricevuta " "
                                      spaces " ".
           cancel "st-ricevuta".

      ***---
       STORNA-RICEVUTA-RATA.
           initialize ricevuta-linkage.
           set ric-storno      to true.
           move pay-ric-anno   to ric-anno.
           move pay-ric-numero to ric-numero.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           evaluate esito-ricevuta
           when 0
                move 0 to pay-ric-anno pay-ric-numero
                rewrite pay-rec
                        invalid continue
                    not invalid
                        set gnk-riscrittura to true
                        perform GIORNALE-PAYMENTS
                end-rewrite
                call   "st-ricevuta" using "N" ric-nc-anno
                                           ric-nc-numero
                                           stampante-ricevuta " "
                                           spaces " "
                cancel "st-ricevuta"
      *    Gia' stornata dal registro ricevute (gricevute).
           when 2
                move 0 to pay-ric-anno pay-ric-numero
                rewrite pay-rec
                        invalid continue
                    not invalid
                        set gnk-riscrittura to true
                        perform GIORNALE-PAYMENTS
                end-rewrite
           when other
                display message "Nota di credito non emessa: "
                                "stornare la ricevuta da gricevute"
                           icon mb-warning-icon
           end-evaluate.

      ***---
       CONTROLLA-METODO.
           set metodo-valido to true.
           if ef-metodo-buf not = "C" and not = "P"
                        and not = "B" and not = "A"
              set metodo-valido to false
              display message "Modo di incasso: C contanti, P carta,"
                              " B bonifico, A addebito diretto"
                         icon mb-warning-icon
           end-if.

      ***---
       MOSTRA-SOLLECITI.
      *    "1 il 05/03/2026 mail, 2 il 20/03/2026 stampa, ..." dal
      *    registro DUNNING della rata in linea.
           move spaces to ef-solleciti-buf.
           if status-dunning not = "00" and not = "05"
              exit paragraph
           end-if.
           move 1 to puntatore-solleciti.
           move pay-key to dun-pay-key.
           move 0       to dun-livello.
           start dunning key is >= dun-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read dunning next at end exit perform end-read
              if dun-pay-key not = pay-key
                 exit perform
              end-if
              move dun-data-invio to r-sollecito-disp
              if dun-via-mail
                 move "mail"   to r-canale
              else
                 move "stampa" to r-canale
              end-if
              if puntatore-solleciti > 1
                 string ", "           delimited size
                   into ef-solleciti-buf
                   with pointer puntatore-solleciti
                 end-string
              end-if
              string dun-livello       delimited size
                     " il "            delimited size
                     r-sollecito-disp  delimited size
                     " "               delimited size
                     r-canale          delimited space
                into ef-solleciti-buf
                with pointer puntatore-solleciti
              end-string
           end-perform.
           if ef-solleciti-buf = spaces
              move "nessuno" to ef-solleciti-buf
           end-if.

      ***---
       MOSTRA-NOMINATIVO.
           move spaces        to ef-nominativo-buf.
                  ath-nome    delimited by size
                  into ef-nominativo-buf.

      ***---
       GIORNALE-PAYMENTS.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "gpayment" to gnk-programma.
           move "payments" to gnk-file.
           move pay-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       CHIUDI-FILES.
           close payments subscriptions athletes.
           if status-dunning = "00" or status-dunning = "05"
              close dunning
           end-if.
