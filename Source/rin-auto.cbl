       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      rin-auto.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Rinnovo automatico degli abbonamenti con sub-rinnovo "S":
      *    passo della catena notturna (st-batch-notturno). Per ogni
      *    atleta si guarda l'ultimo periodo in SUBSCRIPTIONS; se e'
      *    marcato a rinnovo automatico e la scadenza effettiva
      *    (contrattuale + giorni di sospensione FREEZES dentro il
      *    periodo, lo stesso conto di gcheckin) cade entro
      *    link-giorni-preavviso giorni, si scrive il periodo
      *    successivo: decorrenza il giorno dopo la scadenza
      *    effettiva, piano e prezzo dal catalogo PLANS, scadenza
      *    dalla durata del piano e rate PAYMENTS dal piano rate,
      *    come fa gsubscri al salvataggio. Una scadenza passata da
      *    non piu' di 78-giorni-recupero giorni si rinnova lo
      *    stesso, cosi' una notte saltata non lascia nessuno fuori
      *    dal tornello.
      *    Non si rinnovano gli atleti sospesi o anonimizzati ne' i
      *    periodi storici senza piano a catalogo (o con piano
      *    cessato): finiscono nella lista con il motivo, da
      *    sistemare a mano in gsubscri.
      *    La lista dei rinnovi esce sullo spooler (in catena:
      *    esportata su file) e l'esito del lancio in CONVLOG.
      *    Per i dipendenti delle aziende convenzionate le rate del
      *    nuovo periodo seguono la convenzione come in gsubscri:
      *    scontate in AZISCAD, o nessuna con la quota fissa.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "subscriptions.sl".
       copy "payments.sl".
       copy "athletes.sl".
       copy "freezes.sl".
       copy "plans.sl".
       copy "convlog.sl".
       copy "aziende.sl".
       copy "aziscad.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "subscriptions.fd".
       copy "payments.fd".
       copy "athletes.fd".
       copy "freezes.fd".
       copy "plans.fd".
       copy "convlog.fd".
       copy "aziende.fd".
       copy "aziscad.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-subscriptions  pic xx.
       77  status-payments       pic xx.
       77  status-athletes       pic xx.
       77  status-freezes        pic xx.
       77  status-plans          pic xx.
       77  status-convlog        pic xx.
       77  status-aziende        pic xx.
       77  status-aziscad        pic xx.

      * COSTANTI
       78  titolo                value "Rinnovi automatici".
       78  78-giorni-default     value 7.
       78  78-giorni-recupero    value 7.
       78  78-utente-rinnovo     value "RINNOVO-AUTO".
       78  78-max-righe          value 1000.
      *    Addebiti del negozio sulla stessa data (9000 + numero
      *    vendita, vedi gvendite): non sono rate dell'abbonamento.
       78  78-base-rata-negozio  value 9000.

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
           88 rate-presenti      value 1 false 0.
       77  filler                pic 9.
           88 rate-azienda       value 1 false 0.

      * CONTATORI
       77  num-esaminati         pic 9(6) value 0.
       77  num-rinnovati         pic 9(6) value 0.
       77  num-scartati          pic 9(6) value 0.
       77  giorni-preavviso      pic 9(3).

      * ULTIMO PERIODO DELL'ATLETA IN LETTURA: il file si legge per
      * chiave primaria (atleta + decorrenza), l'ultima riga di ogni
      * atleta e' il periodo corrente.
       77  ult-code              pic 9(18).
       77  ult-data-inizio       pic 9(8).
       77  ult-data-scadenza     pic 9(8).
       77  ult-rinnovo           pic x.

      * PERIODI DA RINNOVARE, raccolti prima di scrivere per non
      * spostare la lettura sequenziale di SUBSCRIPTIONS.
       01  tab-candidati.
           05 cand-el            occurs 1000 times.
               10 cand-code          pic 9(18).
               10 cand-data-inizio   pic 9(8).
               10 cand-congelati     pic 9(5).
       77  cand-count            pic 9(4) value 0.
       77  cand-ix               pic 9(4).

      * ESITI PER LA LISTA
       01  tab-esiti.
           05 esi-el             occurs 1000 times.
               10 esi-code           pic 9(18).
               10 esi-nominativo     pic x(40).
               10 esi-piano          pic x(5).
               10 esi-data-inizio    pic 9(8).
               10 esi-data-scadenza  pic 9(8).
               10 esi-importo        pic 9(5)v99.
               10 esi-rate           pic 9(3).
               10 esi-esito          pic x(30).
       77  esi-count             pic 9(4) value 0.
       77  esi-ix                pic 9(4).
       77  esito-corrente        pic x(30).

      * CALCOLO DELLE DATE
       77  oggi                  pic 9(8).
       77  giorno-oggi-num       pic 9(8).
       77  giorno-limite-num     pic 9(8).
       77  giorno-recupero-num   pic 9(8).
       77  giorno-effettivo-num  pic 9(8).
       77  giorni-congelati      pic 9(5).
       77  giorni-da-scorrere    pic 9(5).
       77  giorno-inizio-num     pic 9(8).
       77  giorno-scad-num       pic 9(8).
       77  giorno-frz-da-num     pic 9(8).
       77  giorno-frz-a-num      pic 9(8).
       77  nuova-data-inizio     pic 9(8).
       01  tab-giorni-cumulati.
           05 filler             pic x(36) value
              "000031059090120151181212243273304334".
       01  filler redefines tab-giorni-cumulati.
           05 giorni-cumulati-mese
                                 occurs 12 pic 9(3).
       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).
       77  mesi-da-sommare       pic 9(4).
       77  como-mesi-totali      pic 9(6).
       77  como-anni-in-piu      pic 9(4).
       77  como-resto-mesi       pic 99.
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.

      * GENERAZIONE DELLO SCADENZARIO (stesso criterio di gsubscri)
       77  quota-rata            pic 9(5)v99.
       77  importo-prima-rata    pic 9(5)v99.
       77  num-rata-corrente     pic 9(4).
       77  rate-generate         pic 9(4).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-oggi-disp           pic 99/99/9999.
       01  r-inizio-disp         pic 99/99/9999.
       01  r-scadenza-disp       pic 99/99/9999.
       01  r-importo-disp        pic zz.zz9,99.
       01  r-num-disp            pic zzzzz9.
       01  r-giorni-disp         pic zz9.

       LINKAGE SECTION.
      *    Finestra di preavviso: si rinnova cio' che scade entro
      *    questi giorni (zero = 78-giorni-default).
       77  link-giorni-preavviso pic 9(3).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".
       77  link-status           signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-giorni-preavviso
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima
                                 link-status.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform RACCOGLI-CANDIDATI
              perform RINNOVA-CANDIDATI
              perform CHIUDI-FILES
              perform STAMPA
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
           accept oggi from century-date.
           move link-giorni-preavviso to giorni-preavviso.
           if giorni-preavviso = 0
              move 78-giorni-default to giorni-preavviso
           end-if.
           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-oggi-num.
           compute giorno-limite-num   = giorno-oggi-num
                                       + giorni-preavviso.
           compute giorno-recupero-num = giorno-oggi-num
                                       - 78-giorni-recupero.
           initialize tab-candidati tab-esiti.

      ***---
       APRI-FILES.
           open i-o subscriptions.
           if status-subscriptions not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open i-o payments.
           if status-payments = "35"
              open output payments
              close payments
              open i-o payments
           end-if.
           if status-payments not = "00" and not = "05"
              close subscriptions
              set errori to true
              exit paragraph
           end-if.
           open i-o aziscad.
           if status-aziscad = "35"
              open output aziscad
              close aziscad
              open i-o aziscad
           end-if.
           open input athletes freezes plans aziende.

      ***---
       RACCOGLI-CANDIDATI.
           move 0 to ult-code.
           move low-value to sub-key.
           start subscriptions key is >= sub-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read subscriptions next at end exit perform end-read
              if sub-code not = ult-code
                 if ult-code not = 0
                    perform VALUTA-ULTIMO-PERIODO
                 end-if
              end-if
              move sub-code          to ult-code
              move sub-data-inizio   to ult-data-inizio
              move sub-data-scadenza to ult-data-scadenza
              move sub-rinnovo       to ult-rinnovo
           end-perform.
           if ult-code not = 0
              perform VALUTA-ULTIMO-PERIODO
           end-if.

      ***---
       VALUTA-ULTIMO-PERIODO.
           if ult-rinnovo not = "S"
           or ult-data-scadenza = 0
              exit paragraph
           end-if.
           perform CALCOLA-GIORNI-CONGELATI.
           compute giorno-effettivo-num = giorno-scad-num
                                        + giorni-congelati.
           if giorno-effettivo-num < giorno-recupero-num
           or giorno-effettivo-num > giorno-limite-num
              exit paragraph
           end-if.
           if cand-count >= 78-max-righe
              exit paragraph
           end-if.
           add 1 to cand-count.
           move ult-code         to cand-code(cand-count).
           move ult-data-inizio  to cand-data-inizio(cand-count).
           move giorni-congelati to cand-congelati(cand-count).

      ***---
       CALCOLA-GIORNI-CONGELATI.
      *    Giorni di sospensione (FREEZES) dentro il periodo corrente:
      *    allungano la scadenza effettiva come all'ingresso.
           move 0 to giorni-congelati.
           move ult-data-inizio to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-inizio-num.
           move ult-data-scadenza to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-scad-num.

           move ult-code  to frz-code.
           move low-value to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = ult-code
                 exit perform
              end-if
              perform SOMMA-GIORNI-PERIODO
           end-perform.

      ***---
       SOMMA-GIORNI-PERIODO.
           move frz-data-da to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-frz-da-num.
           move frz-data-a  to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-frz-a-num.
           if giorno-frz-da-num < giorno-inizio-num
              move giorno-inizio-num to giorno-frz-da-num
           end-if.
           if giorno-frz-a-num > giorno-scad-num
              move giorno-scad-num to giorno-frz-a-num
           end-if.
           if giorno-frz-a-num >= giorno-frz-da-num
              compute giorni-congelati = giorni-congelati
                      + giorno-frz-a-num - giorno-frz-da-num + 1
           end-if.

      ***---
       RINNOVA-CANDIDATI.
           perform varying cand-ix from 1 by 1
                     until cand-ix > cand-count
              add 1 to num-esaminati
              perform RINNOVA-PERIODO
              if esito-corrente = "RINNOVATO"
                 add 1 to num-rinnovati
              else
                 add 1 to num-scartati
              end-if
              perform ACCODA-ESITO
           end-perform.

      ***---
       RINNOVA-PERIODO.
           move spaces to esito-corrente ath-cognome ath-nome
                          sub-pln-code.
           move 0      to rate-generate nuova-data-inizio.
           move cand-code(cand-ix)        to sub-code.
           move cand-data-inizio(cand-ix) to sub-data-inizio.
           read subscriptions
                invalid
                   move "periodo non piu' presente" to esito-corrente
                   exit paragraph
           end-read.

           move sub-code to ath-code.
           read athletes
                invalid
                   move spaces to ath-cognome ath-nome
                   move "atleta inesistente" to esito-corrente
                   exit paragraph
           end-read.
           if ath-sospeso
              move "atleta sospeso" to esito-corrente
              exit paragraph
           end-if.
           if ath-anonimizzato
              move "atleta anonimizzato" to esito-corrente
              exit paragraph
           end-if.
           if ath-fuso
              move "atleta fuso in altro codice" to esito-corrente
              exit paragraph
           end-if.

           if sub-pln-code = spaces
              move "piano non a catalogo" to esito-corrente
              exit paragraph
           end-if.
           move sub-pln-code to pln-code.
           read plans
                invalid
                   move "piano inesistente" to esito-corrente
                   exit paragraph
           end-read.
           if pln-cessato
              move "piano cessato" to esito-corrente
              exit paragraph
           end-if.

      *    Decorrenza del nuovo periodo: il giorno dopo la scadenza
      *    contrattuale piu' i giorni congelati.
           move sub-data-scadenza to como-data-calcolo.
           compute giorni-da-scorrere = cand-congelati(cand-ix) + 1.
           perform until giorni-da-scorrere = 0
              perform GIORNO-SUCCESSIVO
              subtract 1 from giorni-da-scorrere
           end-perform.
           move como-data-calcolo to nuova-data-inizio.

           move pln-durata-mesi to mesi-da-sommare.
           perform SOMMA-MESI.
           perform GIORNO-PRECEDENTE.

           move nuova-data-inizio   to sub-data-inizio.
           move pln-code            to sub-pln-code.
           move pln-desc            to sub-tipo-piano.
           move pln-prezzo          to sub-importo.
           move como-data-calcolo   to sub-data-scadenza.
           move "S"                 to sub-rinnovo.
           move 78-utente-rinnovo   to sub-utente-registrazione.
           write sub-rec
                 invalid
                    move "periodo successivo gia' presente"
                      to esito-corrente
                    exit paragraph
           end-write.
           perform GENERA-RATE.
           move "RINNOVATO" to esito-corrente.

      ***---
       GENERA-RATE.
      *    Scadenzario del nuovo periodo secondo il piano rate a
      *    catalogo, con lo stesso criterio di gsubscri: quota
      *    troncata al centesimo, il resto sulla prima rata.
           if pln-num-rate = 0
              exit paragraph
           end-if.

      *    Convenzione aziendale in corso: quota fissa = niente rate,
      *    sconto = rate scontate in AZISCAD.
           set rate-azienda to false.
           if ath-azi-code not = spaces
              move ath-azi-code to azi-code
              read aziende
                   invalid continue
               not invalid
                   if azi-attiva
                      if azi-quota-fissa
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
              exit paragraph
           end-if.

           divide sub-importo by pln-num-rate giving quota-rata.
           compute importo-prima-rata = sub-importo
                                      - quota-rata * (pln-num-rate - 1).
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
              move 78-utente-rinnovo to pay-utente-registrazione
              if rate-azienda
                 perform SCRIVI-RATA-AZIENDA
              else
                 write pay-rec
                       invalid continue
                   not invalid add 1 to rate-generate
                 end-write
              end-if
           end-perform.

      ***---
       SCRIVI-RATA-AZIENDA.
      *    Come in gsubscri: la rata preparata in pay-rec va
      *    all'azienda, scontata della percentuale di convenzione.
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
       ACCODA-ESITO.
           if esi-count >= 78-max-righe
              exit paragraph
           end-if.
           add 1 to esi-count.
           move cand-code(cand-ix)  to esi-code(esi-count).
           initialize esi-nominativo(esi-count).
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
             into esi-nominativo(esi-count)
           end-string.
           move sub-pln-code        to esi-piano(esi-count).
           if esito-corrente = "RINNOVATO"
              move sub-data-inizio   to esi-data-inizio(esi-count)
              move sub-data-scadenza to esi-data-scadenza(esi-count)
              move sub-importo       to esi-importo(esi-count)
              move rate-generate     to esi-rate(esi-count)
           else
              move 0 to esi-data-inizio(esi-count)
                        esi-data-scadenza(esi-count)
                        esi-importo(esi-count)
                        esi-rate(esi-count)
           end-if.
           move esito-corrente      to esi-esito(esi-count).

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
              move oggi             to r-oggi-disp
              move giorni-preavviso to r-giorni-disp
              initialize r-titolo
              string titolo          delimited size
                     " del "         delimited size
                     r-oggi-disp     delimited size
                     " (scadenze entro " delimited size
                     r-giorni-disp   delimited size
                     " giorni)"      delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform STAMPA-ESITI
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-ESITI.
           if esi-count = 0
              move "Nessun abbonamento da rinnovare"
                to spl-riga-stampa
              move ArialNarrow11 to spl-hfont
              move 1             to spl-tipo-colonna
              perform SCRIVI
              add 0,5 to spl-riga
              exit paragraph
           end-if.
           perform varying esi-ix from 1 by 1
                     until esi-ix > esi-count
              initialize r-riga
              if esi-esito(esi-ix) = "RINNOVATO"
                 move esi-data-inizio(esi-ix)   to r-inizio-disp
                 move esi-data-scadenza(esi-ix) to r-scadenza-disp
                 move esi-importo(esi-ix)       to r-importo-disp
                 move esi-rate(esi-ix)          to r-num-disp
                 string esi-code(esi-ix)        delimited size
                        "  "                    delimited size
                        esi-nominativo(esi-ix)  delimited size
                        "  "                    delimited size
                        esi-piano(esi-ix)       delimited size
                        "  dal "                delimited size
                        r-inizio-disp           delimited size
                        " al "                  delimited size
                        r-scadenza-disp         delimited size
                        "  importo: "           delimited size
                        r-importo-disp          delimited size
                        "  rate: "              delimited size
                        r-num-disp              delimited size
                   into r-riga
                 end-string
                 move ArialNarrow11  to spl-hfont
              else
                 string esi-code(esi-ix)        delimited size
                        "  "                    delimited size
                        esi-nominativo(esi-ix)  delimited size
                        "  "                    delimited size
                        esi-piano(esi-ix)       delimited size
                        "  NON RINNOVATO: "     delimited size
                        esi-esito(esi-ix)       delimited size
                   into r-riga
                 end-string
                 move ArialNarrow11B to spl-hfont
              end-if
              move r-riga         to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,4 to spl-riga
           end-perform.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           initialize r-riga.
           move num-rinnovati to r-num-disp.
           string "Abbonamenti rinnovati: " delimited size
                  r-num-disp                delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           move r-riga         to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

           initialize r-riga.
           move num-scartati to r-num-disp.
           string "Non rinnovati: " delimited size
                  r-num-disp        delimited size
             into r-riga
           end-string.
           move r-riga         to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.

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
       SOMMA-MESI.
      *    Aggiunge mesi-da-sommare mesi a como-data-calcolo; il giorno
      *    che non esiste nel mese d'arrivo scala all'ultimo del mese.
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
       GIORNO-SUCCESSIVO.
           perform CALCOLA-FINE-MESE.
           if como-data-gg < giorni-mese-corrente
              add 1 to como-data-gg
              exit paragraph
           end-if.
           move 1 to como-data-gg.
           if como-data-mese = 12
              move 1 to como-data-mese
              add 1 to como-data-anno
           else
              add 1 to como-data-mese
           end-if.

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
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "rin-auto"      to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-esaminati to clg-letti.
           move num-rinnovati to clg-scritti.
           move num-scartati  to clg-scartati.
           write clg-rec.
           close convlog.

      ***---
       CHIUDI-FILES.
           close subscriptions payments athletes freezes plans
                 aziende aziscad.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
