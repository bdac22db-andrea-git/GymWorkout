       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gvendite.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Vendita al banco della reception (acqua, barrette, guanti,
      *    magnesite...). Si compone lo scontrino articolo per
      *    articolo ("Aggiungi", "Togli" leva l'ultima riga) e si
      *    chiude con "Incassa" scegliendo il modo: C contanti o
      *    P carta/POS, incassati subito con la ricevuta numerata
      *    (ricevuta/st-ricevuta), oppure S addebito sul conto del
      *    socio, che diventa una rata da incassare con scadenza a
      *    fine mese (la paga in gpayment e vale per il controllo
      *    morosi di gcheckin come le rate dell'abbonamento).
      *    Atleta a zero = cliente al banco, ammesso solo con incasso
      *    immediato.
      *    Ogni vendita ha il suo numero del giorno: le righe vanno
      *    in VENDITE, la merce esce dalla giacenza di ARTICOLI con
      *    un movimento "V" in MOVMAG e l'incasso entra in PAYMENTS
      *    come rata 9000 + numero vendita (sotto il codice-contenitore
      *    del negozio se pagata subito), cosi' gcassa, st-cassa,
      *    st-incassi ed exp-contab la vedono senza altri archivi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "vendite.sl".
       copy "articoli.sl".
       copy "movmag.sl".
       copy "payments.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "vendite.fd".
       copy "articoli.fd".
       copy "movmag.fd".
       copy "payments.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-vendite       pic xx.
       77  status-articoli      pic xx.
       77  status-movmag        pic xx.
       77  status-payments      pic xx.
       77  status-athletes      pic xx.

      * COSTANTI
      *    Codice-contenitore degli incassi del negozio al banco (vedi
      *    78-codice-visitatore per gli ingressi giornalieri).
       78  78-codice-negozio     value 999999999999999997.
      *    Le rate del negozio in PAYMENTS sono 9000 + numero vendita.
       78  78-base-rata-negozio  value 9000.
       78  78-max-vendite        value 999.
       78  78-max-righe          value 20.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 riga-in-tabella   value 1 false 0.

       77  oggi                 pic 9(8).
       77  ora-vendita          pic 9(8).
       77  numero-vendita       pic 9(4).
       77  scadenza-conto       pic 9(8).
       77  pezzi-in-carrello    pic 9(5).
       77  pezzi-disponibili    pic s9(6).
       77  importo-riga         pic 9(7)v99.
       77  totale-calcolo       pic 9(7)v99.
       77  intestatario         pic x(60).

      * SCONTRINO IN COMPOSIZIONE
       01  tab-carrello.
           05 tab-car-el         occurs 20 times.
               10 tab-car-art-code   pic x(6).
               10 tab-car-desc       pic x(50).
               10 tab-car-quantita   pic 9(4).
               10 tab-car-prezzo     pic 9(5)v99.
               10 tab-car-importo    pic 9(5)v99.
               10 tab-car-codiva     pic x(3).
       77  tab-car-count         pic 99 value 0.
       77  tab-ix                pic 99.
       77  tab-jx                pic 99.

       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni-in-piu      pic 9(4).
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.

      * EMISSIONE E STAMPA DELLE RICEVUTE
       copy "ricevuta.lks".
       77  esito-ricevuta       signed-short.
       77  stampante-ricevuta   pic x(200) value spaces.

       01  r-numero-disp        pic zz9.
       01  r-righe-disp         pic z9.
       01  r-quantita-disp      pic zzz9.
       01  r-giacenza-disp      pic -(5)9.
       01  r-importo-disp       pic zz.zz9,99.
       01  r-data-disp.
           05 r-data-gg         pic 99.
           05 filler            pic x value "/".
           05 r-data-mese       pic 99.
           05 filler            pic x value "/".
           05 r-data-anno       pic 9(4).
       01  chiave-vendita.
           05 cv-data           pic 9(8).
           05 cv-numero         pic 9(3).

      * ZOOM DEGLI ARTICOLI
       77  como-file            pic x(20) value "articoli".
       77  stato-zoom           signed-long.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-atleta       value 1.
       78  78-ID-ef-articolo     value 2.
       78  78-ID-ef-quantita     value 3.
       78  78-ID-ef-metodo       value 4.
       78  78-ID-pb-articoli     value 5.
       78  78-ID-pb-aggiungi     value 6.
       78  78-ID-pb-togli        value 7.
       78  78-ID-pb-incassa      value 8.
       78  78-ID-pb-annulla      value 9.
       78  78-ID-pb-esci         value 10.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-atleta-buf         pic 9(18).
       77  ef-articolo-buf       pic x(6).
       77  ef-quantita-buf       pic 9(4).
       77  ef-metodo-buf         pic x.
       77  ef-ultima-buf         pic x(70).
       77  ef-righe-buf          pic 99.
       77  ef-totale-buf         pic 9(5)v99.

       SCREEN SECTION.
       01  Form1.
           05 ef-atleta     line 2  col 22 pic 9(18)
                                            using ef-atleta-buf.
           05 ef-articolo   line 4  col 22 pic x(6)
                                            using ef-articolo-buf.
           05 ef-quantita   line 5  col 22 pic 9(4)
                                            using ef-quantita-buf.
           05 ef-metodo     line 6  col 22 pic x
                                            using ef-metodo-buf.
           05 ef-ultima     line 8  col 22 pic x(70)
                                            using ef-ultima-buf.
           05 ef-righe      line 9  col 22 pic z9
                                            using ef-righe-buf.
           05 ef-totale     line 10 col 22 pic zz.zz9,99
                                            using ef-totale-buf.
           05 pb-articoli   line 12 col 5  pic x(10) value "Articoli".
           05 pb-aggiungi   line 12 col 20 pic x(10) value "Aggiungi".
           05 pb-togli      line 12 col 35 pic x(10) value "Togli".
           05 pb-incassa    line 12 col 50 pic x(10) value "Incassa".
           05 pb-annulla    line 13 col 5  pic x(10) value "Annulla".
           05 pb-esci       line 13 col 20 pic x(10) value "Esci".

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
           move "gvendite"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           accept oggi from century-date.
           move 0      to ef-atleta-buf.
           perform NUOVO-SCONTRINO.

      ***---
       NUOVO-SCONTRINO.
           initialize tab-carrello.
           move 0      to tab-car-count ef-righe-buf ef-totale-buf.
           move spaces to ef-articolo-buf ef-ultima-buf.
           move 1      to ef-quantita-buf.
           move "C"    to ef-metodo-buf.

      ***---
       APRI-FILES.
           open i-o vendite.
           if status-vendite = "35"
              open output vendite
              close vendite
              open i-o vendite
           end-if.
           if status-vendite not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o articoli.
           if status-articoli not = "00" and not = "05"
              display message "Anagrafica articoli assente: caricare "
                              "i prodotti da gartic"
                         icon mb-warning-icon
              set errori to true
           end-if.

           open i-o movmag.
           if status-movmag = "35"
              open output movmag
              close movmag
              open i-o movmag
           end-if.
           if status-movmag not = "00" and not = "05"
              set errori to true
           end-if.

           open i-o payments.
           if status-payments not = "00" and not = "05"
              set errori to true
           end-if.

           open input athletes.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gvendite-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-articoli
                perform ZOOM-ARTICOLI
           when 78-ID-pb-aggiungi
                perform AGGIUNGI-RIGA
           when 78-ID-pb-togli
                perform TOGLI-RIGA
           when 78-ID-pb-incassa
                perform INCASSA-VENDITA
           when 78-ID-pb-annulla
                perform NUOVO-SCONTRINO
                display Form1
           when 78-ID-pb-esci
                if tab-car-count > 0
                   display message "Scontrino in corso: incassare o "
                                   "annullare prima di uscire"
                              icon mb-warning-icon
                else
                   set fine-programma to true
                end-if
           end-evaluate.

      ***---
       AGGIUNGI-RIGA.
           move ef-articolo-buf to art-code.
           read articoli
                invalid
                   display message "Articolo " ef-articolo-buf
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           if art-fuori-listino
              display message "Articolo fuori listino"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-quantita-buf = 0
              display message "Quantita' obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.

      *    Lo stesso articolo battuto due volte resta una riga sola.
           set riga-in-tabella to false.
           move 0 to pezzi-in-carrello.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-car-count
              if tab-car-art-code(tab-ix) = art-code
                 set riga-in-tabella to true
                 move tab-car-quantita(tab-ix) to pezzi-in-carrello
                 exit perform
              end-if
           end-perform.
           if not riga-in-tabella
           and tab-car-count >= 78-max-righe
              display message "Scontrino pieno: incassare e aprirne "
                              "un altro" icon mb-warning-icon
              exit paragraph
           end-if.

           compute importo-riga = art-prezzo
                                * (pezzi-in-carrello + ef-quantita-buf).
           compute totale-calcolo = ef-totale-buf + importo-riga.
           if riga-in-tabella
              subtract tab-car-importo(tab-ix) from totale-calcolo
           end-if.
           if totale-calcolo > 99999,99
              display message "Importo dello scontrino troppo alto"
                         icon mb-warning-icon
              exit paragraph
           end-if.

      *    La giacenza a sistema puo' essere sbagliata (merce mai
      *    caricata): si avvisa ma si vende quello che c'e' sul banco.
           compute pezzi-disponibili = art-giacenza - pezzi-in-carrello.
           if pezzi-disponibili < ef-quantita-buf
              move art-giacenza to r-giacenza-disp
              display message "Giacenza a sistema " r-giacenza-disp
                              " pezzi: controllare i carichi di "
                              "magazzino" icon mb-warning-icon
           end-if.

           if not riga-in-tabella
              add 1 to tab-car-count
              move tab-car-count to tab-ix
              move art-code   to tab-car-art-code(tab-ix)
              move art-desc   to tab-car-desc(tab-ix)
              move art-prezzo to tab-car-prezzo(tab-ix)
              move art-codiva to tab-car-codiva(tab-ix)
           end-if.
           add ef-quantita-buf to tab-car-quantita(tab-ix).
           move importo-riga   to tab-car-importo(tab-ix).
           perform MOSTRA-SCONTRINO.
           move spaces to ef-articolo-buf.
           move 1      to ef-quantita-buf.
           display Form1.

      ***---
       TOGLI-RIGA.
           if tab-car-count = 0
              exit paragraph
           end-if.
           initialize tab-car-el(tab-car-count).
           subtract 1 from tab-car-count.
           move tab-car-count to tab-ix.
           perform MOSTRA-SCONTRINO.
           display Form1.

      ***---
       MOSTRA-SCONTRINO.
      *    Riga in tab-ix (zero = scontrino vuoto) e totale.
           move tab-car-count to ef-righe-buf.
           move 0 to ef-totale-buf.
           perform varying tab-jx from 1 by 1
                     until tab-jx > tab-car-count
              add tab-car-importo(tab-jx) to ef-totale-buf
           end-perform.
           move spaces to ef-ultima-buf.
           if tab-ix = 0
              exit paragraph
           end-if.
           move tab-car-quantita(tab-ix) to r-quantita-disp.
           move tab-car-importo(tab-ix)  to r-importo-disp.
           string r-quantita-disp          delimited size
                  " x "                    delimited size
                  tab-car-desc(tab-ix)     delimited "  "
                  " "                      delimited size
                  r-importo-disp           delimited size
             into ef-ultima-buf
           end-string.

      ***---
       INCASSA-VENDITA.
           if tab-car-count = 0
              display message "Scontrino vuoto" icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-metodo-buf converting "cps" to "CPS".
           if ef-metodo-buf not = "C" and not = "P" and not = "S"
              display message "Modo: C contanti, P carta, S addebito "
                              "sul conto del socio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move "Cliente al banco" to intestatario.
           if ef-atleta-buf not = 0
              move ef-atleta-buf to ath-code
              read athletes
                   invalid
                      display message "Atleta " ef-atleta-buf
                                 " inesistente" icon mb-warning-icon
                      exit paragraph
              end-read
              if ath-anonimizzato
                 display message "Atleta anonimizzato"
                            icon mb-warning-icon
                 exit paragraph
              end-if
              if ath-fuso
                 display message "Atleta fuso in un altro codice: "
                                 "usare il codice superstite"
                            icon mb-warning-icon
                 exit paragraph
              end-if
              move spaces to intestatario
              string ath-cognome  delimited "  "
                     " "          delimited size
                     ath-nome     delimited "  "
                into intestatario
              end-string
           end-if.
           if ef-metodo-buf = "S" and ef-atleta-buf = 0
              display message "L'addebito sul conto richiede il "
                              "codice del socio" icon mb-warning-icon
              exit paragraph
           end-if.

           perform CERCA-NUMERO-VENDITA.
           if numero-vendita > 78-max-vendite
              display message "Raggiunto il numero massimo di vendite "
                              "del giorno" icon mb-stop-icon
              exit paragraph
           end-if.
           accept ora-vendita from time.
           move 0 to ric-anno ric-numero.
           if ef-metodo-buf not = "S"
              perform EMETTI-RICEVUTA-VENDITA
           end-if.

           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-car-count
              perform SCRIVI-RIGA-VENDITA
              perform SCARICA-MAGAZZINO
           end-perform.
           perform SCRIVI-INCASSO.

           move numero-vendita to r-numero-disp.
           move ef-totale-buf  to r-importo-disp.
           if ef-metodo-buf = "S"
              move scadenza-conto to como-data-calcolo
              move como-data-gg   to r-data-gg
              move como-data-mese to r-data-mese
              move como-data-anno to r-data-anno
              display message "Vendita n. " r-numero-disp
                              " addebitata sul conto: "
                              r-importo-disp " da pagare entro il "
                              r-data-disp
                         icon mb-information-icon
           end-if.
           if ric-numero not = 0
              call   "st-ricevuta" using "R" ric-anno ric-numero
                                         stampante-ricevuta " "
                                         spaces " "
              cancel "st-ricevuta"
           end-if.
           move 0 to ef-atleta-buf.
           perform NUOVO-SCONTRINO.
           display Form1.

      ***---
       CERCA-NUMERO-VENDITA.
      *    Numero del giorno: l'ultimo assegnato + 1.
           move 0    to numero-vendita.
           move oggi to ven-data.
           move 0    to ven-numero ven-riga.
           start vendite key is >= ven-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read vendite next at end exit perform end-read
                    if ven-data not = oggi
                       exit perform
                    end-if
                    move ven-numero to numero-vendita
                 end-perform
           end-start.
           add 1 to numero-vendita.

      ***---
       EMETTI-RICEVUTA-VENDITA.
           move oggi           to cv-data.
           move numero-vendita to cv-numero.
           move tab-car-count  to r-righe-disp.
           move numero-vendita to r-numero-disp.
           initialize ricevuta-linkage.
           set ric-emissione    to true.
           set ric-da-vendita   to true.
           if ef-atleta-buf = 0
              move 78-codice-negozio to ric-ath-code
           else
              move ef-atleta-buf     to ric-ath-code
           end-if.
           move intestatario    to ric-intestatario.
           if tab-car-count = 1
              move tab-car-desc(1) to ric-causale
           else
              string "Vendita al banco n. "  delimited size
                     r-numero-disp           delimited size
                     " ("                    delimited size
                     r-righe-disp            delimited size
                     " articoli)"            delimited size
                into ric-causale
              end-string
           end-if.
           move ef-totale-buf   to ric-importo.
           move ef-metodo-buf   to ric-metodo.
           move chiave-vendita  to ric-rif-chiave.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           if esito-ricevuta not = 0
              display message "Vendita registrata ma ricevuta non "
                              "emessa: archivio ricevute occupato"
                         icon mb-warning-icon
              move 0 to ric-anno ric-numero
           end-if.

      ***---
       SCRIVI-RIGA-VENDITA.
           initialize ven-rec.
           move oggi                     to ven-data.
           move numero-vendita           to ven-numero.
           move tab-ix                   to ven-riga.
           move ora-vendita              to ven-ora.
           move tab-car-art-code(tab-ix) to ven-art-code.
           move tab-car-desc(tab-ix)     to ven-desc.
           move tab-car-quantita(tab-ix) to ven-quantita.
           move tab-car-prezzo(tab-ix)   to ven-prezzo.
           move tab-car-importo(tab-ix)  to ven-importo.
           move tab-car-codiva(tab-ix)   to ven-codiva.
           if ef-atleta-buf = 0
              move 78-codice-negozio to ven-code
           else
              move ef-atleta-buf     to ven-code
           end-if.
           move ef-metodo-buf            to ven-metodo.
           move acc-operatore            to ven-utente.
           move ric-anno                 to ven-ric-anno.
           move ric-numero               to ven-ric-numero.
           write ven-rec
                 invalid display message "Impossibile salvare"
                            icon mb-warning-icon
           end-write.

      ***---
       SCARICA-MAGAZZINO.
           move tab-car-art-code(tab-ix) to art-code.
           read articoli
                invalid exit paragraph
           end-read.
           subtract tab-car-quantita(tab-ix) from art-giacenza.
           rewrite art-rec invalid continue end-rewrite.
           initialize mvm-rec.
           move art-code                 to mvm-art-code.
           move oggi                     to mvm-data.
           move ora-vendita              to mvm-ora.
           set mvm-vendita               to true.
           compute mvm-quantita = 0 - tab-car-quantita(tab-ix).
           move art-giacenza             to mvm-giacenza-dopo.
           move oggi                     to mvm-ven-data.
           move numero-vendita           to mvm-ven-numero.
           move acc-operatore            to mvm-utente.
           write mvm-rec invalid continue end-write.

      ***---
       SCRIVI-INCASSO.
      *    Pagata subito: rata gia' incassata del codice-contenitore.
      *    A conto: rata del socio da incassare entro fine mese.
           initialize pay-rec.
           if ef-metodo-buf = "S"
              move ef-atleta-buf     to pay-code
           else
              move 78-codice-negozio to pay-code
           end-if.
           move oggi to pay-data-inizio.
           compute pay-num-rata = 78-base-rata-negozio + numero-vendita.
           move ef-totale-buf        to pay-importo.
           move acc-operatore        to pay-utente-registrazione.
           if ef-metodo-buf = "S"
              move oggi to como-data-calcolo
              perform CALCOLA-FINE-MESE
              move giorni-mese-corrente to como-data-gg
              move como-data-calcolo    to scadenza-conto
              move scadenza-conto       to pay-data-scadenza
              move 0                    to pay-data-pagamento
              move spaces               to pay-metodo
                                           pay-utente-incasso
           else
              move oggi                 to pay-data-scadenza
              move oggi                 to pay-data-pagamento
              move ef-metodo-buf        to pay-metodo
              move acc-operatore        to pay-utente-incasso
              move ric-anno             to pay-ric-anno
              move ric-numero           to pay-ric-numero
           end-if.
           write pay-rec
                 invalid display message "Incasso della vendita non "
                                 "registrato nello scadenzario"
                            icon mb-warning-icon
           end-write.

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
       ZOOM-ARTICOLI.
           move spaces          to art-rec.
           move ef-articolo-buf to art-code.
           call   "zoom-gt" using como-file art-rec
                           giving stato-zoom.
           cancel "zoom-gt".
           if stato-zoom = 0
              move art-code to ef-articolo-buf
              display Form1
           end-if.

      ***---
       CHIUDI-FILES.
           close vendite articoli movmag payments athletes.
