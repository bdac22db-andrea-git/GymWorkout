      *    compare la scadenza effettiva: la stessa data piu' i
      *    giorni di sospensione registrati in gfreeze dentro il
      *    periodo.
      *    L'abbonamento si registra contro un piano del catalogo
      *    PLANS (vedi gplans): l'importo proposto e' il listino (la
      *    reception puo' scontarlo), la scadenza si calcola dalla
      *    durata del piano e al primo salvataggio le rate del piano
      *    vengono scritte in PAYMENTS, al posto del caricamento a
      *    mano rata per rata in gpayment.
      *    Dipendente di un'azienda convenzionata (ath-azi-code, vedi
      *    gaziende): con lo sconto sul listino le rate, scontate,
      *    vanno nello scadenzario aziende AZISCAD e non in PAYMENTS;
      *    con la quota fissa mensile non si genera nessuna rata, la
      *    fattura la fa l'estratto conto st-aziende.
      *    I periodi storici registrati prima del catalogo (nessun
      *    codice piano) si risalvano lasciando il piano vuoto: la
      *    dicitura libera, l'importo e la scadenza restano quelli
      *    registrati, cambia solo il rinnovo.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "subscriptions.sl".
       copy "athletes.sl".
       copy "freezes.sl".
       copy "plans.sl".
       copy "payments.sl".
       copy "aziende.sl".
       copy "aziscad.sl".

      *****************************************************************
       DATA DIVISION.
       copy "subscriptions.fd".
       copy "athletes.fd".
       copy "freezes.fd".
       copy "plans.fd".
       copy "payments.fd".
       copy "aziende.fd".
       copy "aziscad.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-subscriptions pic xx.
       77  status-athletes      pic xx.
       77  status-freezes       pic xx.
       77  status-plans         pic xx.
       77  status-payments      pic xx.
       77  status-aziende       pic xx.
       77  status-aziscad       pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.
       77  filler               pic 9.
           88 rate-presenti     value 1 false 0.
       77  filler               pic 9.
           88 rate-azienda      value 1 false 0.

      * GENERAZIONE DELLO SCADENZARIO DAL PIANO A CATALOGO: quota per
      * rata troncata al centesimo, il resto della divisione va sulla
      * prima rata.
       77  quota-rata            pic 9(5)v99.
       77  importo-prima-rata    pic 9(5)v99.
       77  num-rata-corrente     pic 9(4).
       77  rate-generate         pic 9(4).
       77  mesi-da-sommare       pic 9(4).
       77  como-mesi-totali      pic 9(6).
       77  como-anni-in-piu      pic 9(4).
       77  como-resto-mesi       pic 99.
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.
       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.

      * GIORNI DI SOSPENSIONE DENTRO IL PERIODO (vedi gfreeze): la
      * scadenza effettiva e' quella contrattuale piu' questi giorni.
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).

      * COSTANTI
      *    Addebiti del negozio sulla stessa data (9000 + numero
      *    vendita, vedi gvendite): non sono rate dell'abbonamento.
       78  78-base-rata-negozio  value 9000.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-inizio       value 2.
       77  ef-codice-buf         pic 9(18).
       77  ef-nominativo-buf     pic x(81).
       77  ef-inizio-buf         pic 9(8).
       77  ef-piano-buf          pic x(5).
       77  ef-desc-piano-buf     pic x(40).
       77  ef-importo-buf        pic 9(5)v99.
       77  ef-scadenza-buf       pic 9(8).
       77  ef-rinnovo-buf        pic x.
                                            using ef-nominativo-buf.
           05 ef-inizio     line 4  col 22 pic 9(8)
                                            using ef-inizio-buf.
           05 ef-piano      line 5  col 22 pic x(5)
                                            using ef-piano-buf.
           05 ef-desc-piano line 5  col 30 pic x(40)
                                            using ef-desc-piano-buf.
           05 ef-importo    line 6  col 22 pic 9(5)v99
                                            using ef-importo-buf.
           05 ef-scadenza   line 7  col 22 pic 9(8)
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
           move "gsubscri"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-nominativo-buf ef-piano-buf ef-rinnovo-buf
                          ef-effettiva-buf ef-desc-piano-buf.
           accept ef-inizio-buf from century-date.
           move 0 to ef-codice-buf ef-importo-buf ef-scadenza-buf.

              set errori to true
           end-if.

           open i-o payments.
           if status-payments = "35"
              open output payments
              close payments
              open i-o payments
           end-if.
           if status-payments not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o aziscad.
           if status-aziscad = "35"
              open output aziscad
              close aziscad
              open i-o aziscad
           end-if.

           open input athletes freezes plans aziende.

      ***---
       GESTIONE-SCHERMO.
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move sub-pln-code      to ef-piano-buf.
           perform MOSTRA-DESC-PIANO.
           move sub-importo       to ef-importo-buf.
           move sub-data-scadenza to ef-scadenza-buf.
           move sub-rinnovo       to ef-rinnovo-buf.
                  into ef-nominativo-buf.
           display Form1.

           move ef-codice-buf to sub-code.
           move ef-inizio-buf to sub-data-inizio.
           read subscriptions
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.
           if record-esistente
           and sub-pln-code = spaces
           and ef-piano-buf = spaces
              perform SALVA-PERIODO-STORICO
              exit paragraph
           end-if.

           if ef-piano-buf = spaces
              display message "Piano a catalogo obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ef-piano-buf to pln-code.
           read plans
                invalid
                   display message "Piano " ef-piano-buf
                              " inesistente a catalogo (vedi gplans)"
                         icon mb-warning-icon
                   exit paragraph
           end-read.
           move pln-desc to ef-desc-piano-buf.

      *    Un piano tolto dal listino resta valido per i periodi gia'
      *    registrati, ma non si vende piu'.
           if pln-cessato
           and (not record-esistente or sub-pln-code not = pln-code)
              display message "Piano " ef-piano-buf
                              " cessato: non piu' in vendita"
                         icon mb-stop-icon
              exit paragraph
           end-if.

      *    Importo lasciato a zero = prezzo di listino; la scadenza
      *    non si digita piu': decorrenza + durata del piano - 1 gg.
           if ef-importo-buf = 0
              move pln-prezzo to ef-importo-buf
           end-if.
           move ef-inizio-buf to como-data-calcolo.
           move pln-durata-mesi to mesi-da-sommare.
           perform SOMMA-MESI.
           perform GIORNO-PRECEDENTE.
           move como-data-calcolo to ef-scadenza-buf.
           display Form1.

           move ef-codice-buf to sub-code.
           move ef-inizio-buf to sub-data-inizio.
           move pln-code        to sub-pln-code.
           move pln-desc        to sub-tipo-piano.
           move ef-importo-buf  to sub-importo.
           move ef-scadenza-buf to sub-data-scadenza.
           move ef-rinnovo-buf  to sub-rinnovo.
           move acc-operatore       to sub-utente-registrazione.

           if record-esistente
              rewrite sub-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
                              exit paragraph
              end-rewrite
           else
              write sub-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
                            exit paragraph
              end-write
           end-if.
           perform MOSTRA-SCADENZA-EFFETTIVA.
           display Form1.
           perform GENERA-RATE.

      ***---
       SALVA-PERIODO-STORICO.
      *    Periodo senza codice a catalogo: niente listino, durata o
      *    rate da applicare. Dicitura, importo e scadenza restano
      *    quelli registrati (anche a video); si riscrive il rinnovo.
           move sub-tipo-piano    to ef-desc-piano-buf.
           move sub-importo       to ef-importo-buf.
           move sub-data-scadenza to ef-scadenza-buf.
           move ef-rinnovo-buf    to sub-rinnovo.
           move acc-operatore     to sub-utente-registrazione.
           rewrite sub-rec
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
                           exit paragraph
           end-rewrite.
           perform MOSTRA-SCADENZA-EFFETTIVA.
           display Form1.

      ***---
       MOSTRA-DESC-PIANO.
      *    Riga storica senza codice a catalogo: resta a video la
      *    dicitura libera digitata a suo tempo.
           move spaces to ef-desc-piano-buf.
           if sub-pln-code = spaces
              move sub-tipo-piano to ef-desc-piano-buf
              exit paragraph
           end-if.
           move sub-pln-code to pln-code.
           read plans
                invalid move sub-tipo-piano to ef-desc-piano-buf
            not invalid move pln-desc       to ef-desc-piano-buf
           end-read.

      ***---
       GENERA-RATE.
      *    Scadenzario del periodo secondo il piano rate a catalogo:
      *    si scrive solo se per questa decorrenza non c'e' ancora
      *    nessuna rata, cosi' un nuovo salvataggio non duplica ne'
      *    altera le rate gia' caricate o incassate.
           if pln-num-rate = 0
              exit paragraph
           end-if.

      *    Convenzione in corso con l'azienda del dipendente: quota
      *    fissa = niente rate, sconto = rate in AZISCAD.
           set rate-azienda to false.
           if ath-azi-code not = spaces
              move ath-azi-code to azi-code
              read aziende
                   invalid continue
               not invalid
                   if azi-attiva
                      if azi-quota-fissa
                         display message "Quota fissa mensile a "
                                         "carico di "
                                         azi-ragione-sociale
                                         ": nessuna rata generata"
                                    icon mb-information-icon
                         exit paragraph
                      end-if
                      set rate-azienda to true
                   end-if
              end-read
           end-if.

           set rate-presenti to false.
           move sub-code        to pay-code.
           move sub-data-inizio to pay-data-inizio.
           move low-value       to pay-num-rata.
           start payments key is >= pay-key
                 invalid continue
             not invalid
                 read payments next
                      at end continue
                  not at end
                      if pay-code        = sub-code
                      and pay-data-inizio = sub-data-inizio
                      and pay-num-rata    < 78-base-rata-negozio
                         set rate-presenti to true
                      end-if
                 end-read
           end-start.
           move sub-code        to azs-code.
           move sub-data-inizio to azs-data-inizio.
           move 1               to azs-num-rata.
           read aziscad
                invalid continue
            not invalid set rate-presenti to true
           end-read.
           if rate-presenti
              display message "Rate gia' presenti per questo periodo:"
                              " scadenzario non rigenerato"
                         icon mb-information-icon
              exit paragraph
           end-if.

           divide sub-importo by pln-num-rate giving quota-rata.
           compute importo-prima-rata = sub-importo
                                      - quota-rata * (pln-num-rate - 1).
           move 0 to rate-generate.
           perform varying num-rata-corrente from 1 by 1
                     until num-rata-corrente > pln-num-rate
              compute mesi-da-sommare = (num-rata-corrente - 1)
                                      * pln-mesi-tra-rate
              move sub-data-inizio to como-data-calcolo
              perform SOMMA-MESI
              initialize pay-rec
              move sub-code          to pay-code
              move sub-data-inizio   to pay-data-inizio
              move num-rata-corrente to pay-num-rata
              if num-rata-corrente = 1
                 move importo-prima-rata to pay-importo
              else
                 move quota-rata         to pay-importo
              end-if
              move como-data-calcolo to pay-data-scadenza
              move 0                 to pay-data-pagamento
              move sub-utente-registrazione
                                     to pay-utente-registrazione
              if rate-azienda
                 perform SCRIVI-RATA-AZIENDA
              else
                 write pay-rec
                       invalid continue
                   not invalid add 1 to rate-generate
                 end-write
              end-if
           end-perform.
           if rate-azienda
              display message "Generate " rate-generate
                              " rate a carico di "
                              azi-ragione-sociale
                         icon mb-information-icon
           else
              display message "Generate " rate-generate
                              " rate nello scadenzario"
                         icon mb-information-icon
           end-if.

      ***---
       SCRIVI-RATA-AZIENDA.
      *    La rata preparata in pay-rec va all'azienda, scontata della
      *    percentuale di convenzione.
           initialize azs-rec.
           move pay-code          to azs-code.
           move pay-data-inizio   to azs-data-inizio.
           move pay-num-rata      to azs-num-rata.
           move azi-code          to azs-azi-code.
           move pay-importo       to azs-importo-listino.
           compute azs-importo rounded = pay-importo
                                       * (100 - azi-perc-sconto) / 100.
           move pay-data-scadenza to azs-data-scadenza.
           move pay-utente-registrazione
                                  to azs-utente-registrazione.
           write azs-rec
                 invalid continue
             not invalid add 1 to rate-generate
           end-write.

      ***---
       SOMMA-MESI.
      *    Aggiunge mesi-da-sommare mesi a como-data-calcolo; il giorno
      *    che non esiste nel mese d'arrivo (31 in un mese da 30, 29
      *    febbraio) scala all'ultimo giorno del mese.
           compute como-mesi-totali = como-data-mese - 1
                                    + mesi-da-sommare.
           divide como-mesi-totali by 12 giving como-anni-in-piu
                  remainder como-resto-mesi.
           add como-anni-in-piu to como-data-anno.
           compute como-data-mese = como-resto-mesi + 1.
           perform CALCOLA-FINE-MESE.
           if como-data-gg > giorni-mese-corrente
              move giorni-mese-corrente to como-data-gg
           end-if.

      ***---
       GIORNO-PRECEDENTE.
           if como-data-gg > 1
              subtract 1 from como-data-gg
              exit paragraph
           end-if.
           if como-data-mese = 1
              move 12 to como-data-mese
              subtract 1 from como-data-anno
           else
              subtract 1 from como-data-mese
           end-if.
           perform CALCOLA-FINE-MESE.
           move giorni-mese-corrente to como-data-gg.

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
       MOSTRA-SCADENZA-EFFETTIVA.

      ***---
       CHIUDI-FILES.
           close subscriptions athletes freezes plans payments
                 aziende aziscad.
