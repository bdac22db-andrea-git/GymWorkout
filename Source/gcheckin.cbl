      *    incasso in PAYMENTS sotto il codice-contenitore visitatori
      *    e riga CHECKIN per il conteggio presenti, senza piu' soci
      *    finti in anagrafica (report volumi/conversione:
      *    st-daypass). Accanto alla tariffa si indica il modo di
      *    incasso (C contanti, P carta/POS), che finisce su DAYPASS
      *    e PAYMENTS per la chiusura cassa di gcassa. Il pass emette
      *    la sua ricevuta numerata (ricevuta/st-ricevuta).
      *    Anti-passback: un badge che ha gia' aperto una visita da
      *    meno di 78-finestra-antipassback minuti (override con la
      *    variabile d'ambiente ANTIPASSBACK_MINUTI) non registra ne'
      *    stesso badge a trenta secondi l'una dall'altra sono una
      *    frode, non una visita lampo. Il quadro settimanale delle
      *    anomalie e' st-anomalie.
      *    Rate con addebito diretto SEPA: presentata in banca e in
      *    attesa di esito avvisa soltanto; respinta (sdd-esiti)
      *    blocca come non pagata, col codice motivo della banca.
      *    Fasce di accesso del piano (gplans, piani "mattina" o "solo
      *    weekend"): fuori fascia l'ingresso e' rifiutato col motivo
      *    e le fasce ammesse, ma la reception puo' forzarlo; rifiuto
      *    o forzatura finiscono in FUORIFASCIA (report st-fasce).
      *    La fascia si guarda per ultima, quando tutti gli altri
      *    controlli hanno gia' ammesso l'ingresso: la domanda di
      *    forzatura arriva solo a chi entrerebbe davvero, e la
      *    forzatura si registra solo a ingresso scritto in CHECKIN.
      *    Atleta minorenne (ath-data-nascita): entra solo con il
      *    consenso firmato di un genitore o tutore nel registro
      *    TUTORI (gtutori); senza, l'ingresso e' rifiutato.
      *    Armadietti (garmadi): all'ingresso si propone il primo
      *    armadietto libero e la chiave consegnata resta in ARMASSEGN;
      *    all'uscita la chiave e' attesa indietro, e quella che non
      *    torna resta fuori per il report di chiusura st-armadietti.
      *    Chi ha l'armadietto in affitto mensile non riceve chiavi.
      *    Badge del personale (bdg-trn-code in BADGES): la strisciata
      *    non e' un ingresso ma una timbratura in TIMBRATURE, entrata
      *    la prima volta e uscita la seconda; il cartellino del mese
      *    contro i turni SHIFTS e' st-cartellino.
      *    Il codice di un doppione gia' fuso (mrg-athletes) non
      *    registra ingressi: si indica il codice superstite.
      *    Accesso reciproco: un codice o un badge che non e' di
      *    questa sede si cerca fra i soci dell'altra (OSPITI, caricati
      *    ogni notte da cons-ospiti). Il socio ospite entra con lo
      *    stato fotografato dalla sua sede: abbonamento scaduto o
      *    sospeso, rate scadute non pagate o certificato scaduto
      *    bloccano come per i soci di casa, e anche un estratto
      *    vecchio di piu' di 78-giorni-validita-estratto giorni
      *    (scambio notturno fermo). La visita va in VISITE sotto la
      *    sede di appartenenza, con l'uscita alla seconda strisciata,
      *    e fa numero fra i presenti; l'addebito mensile per sede e'
      *    st-ospiti.
      *    Il tasto Evacuazione stampa subito l'appello di chi e'
      *    dentro (st-evacuazione) sulla stampante della variabile
      *    d'ambiente STAMPANTE_EVACUAZIONE, o su file se questa non
      *    risponde; in emergenza non si chiede nessun permesso.
      *    Ogni scrittura su CHECKIN, DAYPASS, PAYMENTS, ARMASSEGN,
      *    ARMADIETTI, TIMBRATURE, FUORIFASCIA e VISITE va anche al
      *    giornale di giornata TXJRN (subprogramma giornale).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       copy "freezes.sl".
       copy "medcerts.sl".
       copy "daypass.sl".
       copy "plans.sl".
       copy "fuorifascia.sl".
       copy "tutori.sl".
       copy "armadietti.sl".
       copy "armassegn.sl".
       copy "trainers.sl".
       copy "timbrature.sl".
       copy "ospiti.sl".
       copy "visite.sl".

      *****************************************************************
       DATA DIVISION.
       copy "freezes.fd".
       copy "medcerts.fd".
       copy "daypass.fd".
       copy "plans.fd".
       copy "fuorifascia.fd".
       copy "tutori.fd".
       copy "armadietti.fd".
       copy "armassegn.fd".
       copy "trainers.fd".
       copy "timbrature.fd".
       copy "ospiti.fd".
       copy "visite.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-checkin       pic xx.
       77  status-athletes      pic xx.
       77  status-freezes       pic xx.
       77  status-medcerts      pic xx.
       77  status-daypass       pic xx.
       77  status-plans         pic xx.
       77  status-fuorifascia   pic xx.
       77  status-tutori        pic xx.
       77  status-armadietti    pic xx.
       77  status-armassegn     pic xx.
       77  status-trainers      pic xx.
       77  status-timbrature    pic xx.
       77  status-ospiti        pic xx.
       77  status-visite        pic xx.
       77  r-fuso-in            pic z(17)9.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 atleta-esistente  value 1 false 0.
       77  filler               pic 9.
           88 visita-aperta     value 1 false 0.
       77  filler               pic 9.
           88 consenso-presente value 1 false 0.
       77  filler               pic 9.
           88 badge-personale   value 1 false 0.
       77  filler               pic 9.
           88 timbratura-aperta value 1 false 0.

      * MINORENNI: il diciottesimo compleanno e' la data di nascita
      * piu' diciotto anni (aaaammgg + 180000).
       77  data-maggiore-eta    pic 9(8).

      * INGRESSO GIORNALIERO: gli incassi e le righe CHECKIN dei
      * visitatori confluiscono sotto il codice-contenitore, come le
       78  78-codice-visitatore value 999999999999999998.
       77  prossimo-pass        pic 9(4).

      * EMISSIONE E STAMPA DELLE RICEVUTE
       copy "ricevuta.lks".
       77  esito-ricevuta       signed-short.
       77  stampante-ricevuta   pic x(200) value spaces.

      * GIORNALE DI GIORNATA DELLE IMMAGINI DOPO
       copy "giornale.lks".
       77  esito-giornale       signed-short.

      * ANTI-PASSBACK: finestra in minuti sotto la quale la seconda
      * strisciata dello stesso badge viene respinta invece di
      * chiudere la visita.
       01  r-sospeso-da-disp     pic 99/99/9999.
       01  r-sospeso-a-disp      pic 99/99/9999.

      * FASCE DI ACCESSO DEL PIANO: giorno della settimana (1 =
      * lunedi') dal numero di giorno progressivo, ora in hhmm.
       77  filler                pic 9.
           88 fascia-definita    value 1 false 0.
       77  filler                pic 9.
           88 dentro-fascia      value 1 false 0.
       77  giorno-settimana      pic 9.
       77  como-settimane        pic 9(8).
       77  como-giorni-trascorsi pic 9(8).
       77  ora-hhmm              pic 9(4).
       77  fsc-ix                pic 9.
       77  descr-fasce           pic x(70).
       77  descr-pos             pic 99.
       77  descr-giorni          pic x(7).
       01  descr-orario.
           05 descr-dalle-hh     pic 99.
           05 filler             pic x value ":".
           05 descr-dalle-mi     pic 99.
           05 filler             pic x value "-".
           05 descr-alle-hh      pic 99.
           05 filler             pic x value ":".
           05 descr-alle-mi      pic 99.
       77  risposta-forzatura    pic 9.
       77  filler                pic 9.
           88 fascia-forzata     value 1 false 0.

      * ARMADIETTI: consegna e ritiro della chiave
       77  risposta-chiave       pic 9.
       77  filler                pic 9.
           88 armadietto-trovato value 1 false 0.
       77  filler                pic 9.
           88 chiave-gia-fuori   value 1 false 0.
       01  r-armadietto          pic z(3)9.

      * TIMBRATURE DEL PERSONALE: sotto questi minuti dall'entrata la
      * seconda strisciata e' un doppio passaggio, non l'uscita.
       78  78-minuti-doppia-timbratura value 2.
       77  trainer-timbratura    pic x(5).
       77  badge-timbratura      pic 9(10).
       01  r-ora-timbratura.
           05 r-tmb-hh           pic 99.
           05 filler             pic x value ":".
           05 r-tmb-mi           pic 99.

      * ACCESSO RECIPROCO: soci dell'altra sede (OSPITI) e loro
      * visite (VISITE). Oltre questi giorni dall'estratto lo stato
      * della sede di appartenenza non e' piu' affidabile.
       78  78-giorni-validita-estratto value 3.
       77  filler                pic 9.
           88 ospite-trovato     value 1 false 0.
       77  filler                pic 9.
           88 visita-ospite-aperta value 1 false 0.
       77  chiave-visita-ospite  pic x(37).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-pb-registra     value 2.
       78  78-ID-ef-visitatore   value 4.
       78  78-ID-ef-tariffa      value 5.
       78  78-ID-pb-giornaliero  value 6.
       78  78-ID-ef-metodo       value 7.
       78  78-ID-pb-evacuazione  value 8.

       77  control-id            pic 9(4).

       77  ef-presenti-buf       pic x(40).
       77  ef-visitatore-buf     pic x(60).
       77  ef-tariffa-buf        pic 9(5)v99.
       77  ef-metodo-buf         pic x.

      * STAMPANTE DELL'APPELLO DI EVACUAZIONE (spazi = scelta a video)
       77  stampante-evacuazione pic x(200) value spaces.

       SCREEN SECTION.
       01  Form1.
                                            using ef-visitatore-buf.
           05 ef-tariffa    line 10 col 22 pic 9(5)v99
                                            using ef-tariffa-buf.
           05 ef-metodo     line 10 col 35 pic x
                                            using ef-metodo-buf.
           05 pb-giornaliero
                            line 11 col 5  pic x(18)
                                            value "Ingresso giorn.".
           05 pb-esci       line 13 col 5  pic x(12) value "Esci".
           05 pb-evacuazione
                            line 13 col 22 pic x(14)
                                            value "Evacuazione".

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
           move "gcheckin"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           move spaces        to ef-nominativo-buf ef-giorno-buf
                                 ef-presenti-buf ef-visitatore-buf.
           move 0             to ef-tariffa-buf.
           move "C"           to ef-metodo-buf.
           accept oggi        from century-date.
      *    Finestra anti-passback: il default di impianto si puo'
      *    forzare per sede con la variabile d'ambiente.

           open input athletes subscriptions rwodbook
                      wodmap macrogroups badges
                      mesoplan freezes medcerts plans tutori.

           open i-o fuorifascia.
           if status-fuorifascia = "35"
              open output fuorifascia
              close fuorifascia
              open i-o fuorifascia
           end-if.

      *    PAYMENTS in I-O: oltre al controllo morosita', da qui si
      *    registra l'incasso dell'ingresso giornaliero.
              open i-o payments
           end-if.

           open i-o armadietti.
           if status-armadietti = "35"
              open output armadietti
              close armadietti
              open i-o armadietti
           end-if.
           open i-o armassegn.
           if status-armassegn = "35"
              open output armassegn
              close armassegn
              open i-o armassegn
           end-if.

           open input trainers.
           open i-o timbrature.
           if status-timbrature = "35"
              open output timbrature
              close timbrature
              open i-o timbrature
           end-if.

      *    Senza estratto dell'altra sede mai caricato OSPITI manca:
      *    nessun ospite riconosciuto, tutto il resto come sempre.
           open input ospiti.
           open i-o visite.
           if status-visite = "35"
              open output visite
              close visite
              open i-o visite
           end-if.

      ***---
       GESTIONE-SCHERMO.
           perform CONTA-PRESENTI.
                perform REGISTRA-INGRESSO
           when 78-ID-pb-giornaliero
                perform REGISTRA-GIORNALIERO
           when 78-ID-pb-evacuazione
                perform STAMPA-EVACUAZIONE
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.
           if not codice-risolto
              exit paragraph
           end-if.
           if badge-personale
              perform REGISTRA-TIMBRATURA
              exit paragraph
           end-if.
           read athletes
                invalid
                   perform CERCA-OSPITE
                   if ospite-trovato
                      perform REGISTRA-OSPITE
                   else
                      display message "Atleta " ef-codice-buf
                                 " inesistente" icon mb-warning-icon
                   end-if
                   exit paragraph
           end-read.
           if ath-fuso
              move ath-fuso-in to r-fuso-in
              display message "Codice fuso nel codice " r-fuso-in
                              ": usare quello" icon mb-warning-icon
              exit paragraph
           end-if.

      *    Seconda strisciata della giornata con visita ancora aperta:
      *    e' un'uscita, non un secondo ingresso. Uscire e' sempre
              exit paragraph
           end-if.

           perform CONTROLLA-MINORE.
           if not ingresso-ammesso
              exit paragraph
           end-if.

           perform CONTROLLA-FASCIA.
           if not ingresso-ammesso
              exit paragraph
           end-if.

           move ath-code            to chk-code.
           accept chk-data          from century-date.
           accept chk-ora           from time.
           move acc-operatore       to chk-utente-registrazione.
           move 0                   to chk-data-uscita chk-ora-uscita.
           write chk-rec
                 invalid
                    display message "Ingresso gia' registrato"
                               icon mb-warning-icon
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-CHECKIN
                 if fascia-forzata
                    perform SCRIVI-FUORIFASCIA
                 end-if
                 add 1 to presenti-adesso
                 perform OFFRI-ARMADIETTO
           end-write.

           string ath-cognome delimited by size
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-metodo-buf not = "C" and not = "P"
                        and not = "B" and not = "A"
              display message "Modo di incasso: C contanti, P carta,"
                              " B bonifico, A addebito diretto"
                         icon mb-warning-icon
              exit paragraph
           end-if.

      *    Progressivo del giorno: l'ultimo assegnato + 1.
           move 0    to prossimo-pass.
           move ef-visitatore-buf to dps-nome.
           move ef-tariffa-buf    to dps-importo.
           accept dps-ora from time.
           move acc-operatore       to dps-utente.
           move ef-metodo-buf       to dps-metodo.
           move 0 to dps-ric-anno dps-ric-numero.
           write dps-rec
                 invalid
                    display message "Impossibile registrare il pass"
                               icon mb-warning-icon
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-DAYPASS.
           perform EMETTI-RICEVUTA-PASS.

      *    L'incasso entra nello scadenzario come rata gia' pagata
      *    del codice-contenitore: st-incassi lo somma col resto.
           initialize pay-rec.
           move 78-codice-visitatore to pay-code.
           move oggi                 to pay-data-inizio.
           move prossimo-pass        to pay-num-rata.
           move ef-tariffa-buf       to pay-importo.
           move oggi                 to pay-data-scadenza.
           move oggi                 to pay-data-pagamento.
           move acc-operatore        to pay-utente-registrazione.
           move ef-metodo-buf        to pay-metodo.
           move acc-operatore        to pay-utente-incasso.
           move dps-ric-anno         to pay-ric-anno.
           move dps-ric-numero       to pay-ric-numero.
           write pay-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-PAYMENTS
           end-write.

      *    E l'ingresso conta nei presenti come tutti gli altri.
           move 78-codice-visitatore to chk-code.
           accept chk-data from century-date.
           accept chk-ora  from time.
           move acc-operatore       to chk-utente-registrazione.
           move 0 to chk-data-uscita chk-ora-uscita.
           write chk-rec
                 invalid continue
             not invalid add 1 to presenti-adesso
                         set gnk-scrittura to true
                         perform GIORNALE-CHECKIN
           end-write.

           move spaces to ef-visitatore-buf.
           perform MOSTRA-PRESENTI.
           display Form1.

           if dps-ric-numero not = 0
              call   "st-ricevuta" using "R" dps-ric-anno
                                         dps-ric-numero
                                         stampante-ricevuta " "
                                         spaces " "
              cancel "st-ricevuta"
           end-if.

      ***---
       EMETTI-RICEVUTA-PASS.
      *    Pass omaggio (tariffa zero): niente ricevuta.
           if dps-importo = 0
              exit paragraph
           end-if.
           initialize ricevuta-linkage.
           set ric-emissione    to true.
           set ric-da-daypass   to true.
           move 78-codice-visitatore to ric-ath-code.
           move dps-nome             to ric-intestatario.
           move "Ingresso giornaliero" to ric-causale.
           move dps-importo          to ric-importo.
           move dps-metodo           to ric-metodo.
           move dps-key              to ric-rif-chiave.
           call   "ricevuta" using ricevuta-linkage esito-ricevuta.
           cancel "ricevuta".
           if esito-ricevuta not = 0
              display message "Pass registrato ma ricevuta non "
                              "emessa: archivio ricevute occupato"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move ric-anno   to dps-ric-anno.
           move ric-numero to dps-ric-numero.
           rewrite dps-rec
                   invalid continue
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-DAYPASS
           end-rewrite.

      ***---
       CERCA-VISITA-APERTA.
      *    Visita di oggi non ancora chiusa (uscita a zeri) dell'atleta
                                 icon mb-warning-icon
                      exit paragraph
           end-rewrite.
           set gnk-riscrittura to true.
           perform GIORNALE-CHECKIN.
           if presenti-adesso > 0
              subtract 1 from presenti-adesso
           end-if.
           perform RITIRA-CHIAVE.
           initialize ef-giorno-buf.
           string ath-cognome delimited by size
                  " "         delimited by size
           move spaces to ef-nominativo-buf ef-giorno-buf.
           display Form1.

      ***---
       OFFRI-ARMADIETTO.
      *    Affitto mensile in corso o chiave di una visita precedente
      *    mai riconsegnata: niente nuova chiave. Altrimenti si
      *    propone il primo armadietto libero in ordine di numero.
           set chiave-gia-fuori to false.
           move ath-code  to asg-code.
           move low-value to asg-data-consegna asg-ora-consegna.
           start armassegn key is >= asg-k-atleta
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read armassegn next at end exit perform end-read
                    if asg-code not = ath-code
                       exit perform
                    end-if
                    if asg-data-restituzione = 0
                       set chiave-gia-fuori to true
                       exit perform
                    end-if
                 end-perform
           end-start.
           if chiave-gia-fuori
              move asg-numero to r-armadietto
              if asg-mensile
                 move asg-data-scadenza to r-scadenza-disp
                 if asg-data-scadenza < oggi
                    display message "Affitto dell'armadietto "
                                    r-armadietto " SCADUTO il "
                                    r-scadenza-disp
                               icon mb-warning-icon
                 else
                    display message "Armadietto " r-armadietto
                                    " in affitto fino al "
                                    r-scadenza-disp
                               icon mb-information-icon
                 end-if
              else
                 display message "Chiave dell'armadietto "
                                 r-armadietto " non ancora "
                                 "riconsegnata" icon mb-warning-icon
              end-if
              exit paragraph
           end-if.

           set armadietto-trovato to false.
           move low-value to arm-key.
           start armadietti key is >= arm-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read armadietti next at end exit perform end-read
                    if arm-libero
                       set armadietto-trovato to true
                       exit perform
                    end-if
                 end-perform
           end-start.
           if not armadietto-trovato
              display message "Nessun armadietto libero"
                         icon mb-information-icon
              exit paragraph
           end-if.

           move arm-numero to r-armadietto.
           display message box "Consegnare la chiave dell'armadietto "
                               r-armadietto " (" arm-zona ")?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta-chiave.
           if risposta-chiave not = mb-yes
              exit paragraph
           end-if.

           initialize asg-rec.
           move arm-numero          to asg-numero.
           move chk-data            to asg-data-consegna.
           move chk-ora             to asg-ora-consegna.
           move ath-code            to asg-code.
           set asg-giornaliera      to true.
           move 0 to asg-data-scadenza asg-data-restituzione
                     asg-ora-restituzione.
           move acc-operatore       to asg-utente-consegna.
           write asg-rec
                 invalid
                    display message "Impossibile registrare la chiave"
                               icon mb-warning-icon
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-ARMASSEGN.
           set arm-occupato to true.
           move acc-operatore       to arm-utente.
           rewrite arm-rec
                   invalid continue
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-ARMADIETTI
           end-rewrite.

      ***---
       RITIRA-CHIAVE.
      *    All'uscita la chiave giornaliera deve tornare: si chiede
      *    conferma per ogni chiave ancora fuori dell'atleta; quella
      *    che non torna resta aperta in ARMASSEGN.
           move ath-code  to asg-code.
           move low-value to asg-data-consegna asg-ora-consegna.
           start armassegn key is >= asg-k-atleta
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read armassegn next at end exit perform end-read
              if asg-code not = ath-code
                 exit perform
              end-if
              if asg-data-restituzione = 0 and asg-giornaliera
                 perform CONFERMA-RICONSEGNA
              end-if
           end-perform.

      ***---
       CONFERMA-RICONSEGNA.
           move asg-numero to r-armadietto.
           display message box "Chiave dell'armadietto " r-armadietto
                               " riconsegnata?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-yes
                   giving risposta-chiave.
           if risposta-chiave not = mb-yes
              display message "Chiave dell'armadietto " r-armadietto
                              " ancora fuori"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           accept asg-data-restituzione from century-date.
           accept asg-ora-restituzione  from time.
           move acc-operatore       to asg-utente-restituzione.
           rewrite asg-rec
                   invalid continue
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-ARMASSEGN
           end-rewrite.
           move asg-numero to arm-numero.
           read armadietti
                invalid continue
            not invalid
                if arm-occupato
                   set arm-libero to true
                   move acc-operatore       to arm-utente
                   rewrite arm-rec
                           invalid continue
                       not invalid
                           set gnk-riscrittura to true
                           perform GIORNALE-ARMADIETTI
                   end-rewrite
                end-if
           end-read.

      ***---
       CONTA-PRESENTI.
      *    Presenti adesso = ingressi di oggi senza uscita registrata.
                 end-perform
           end-start.

      *    Gli ospiti dell'altra sede dentro adesso fanno numero.
           move oggi      to vis-data.
           move low-value to vis-ora vis-sede vis-ath-code.
           start visite key is >= vis-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read visite next at end exit perform end-read
                    if vis-data not = oggi
                       exit perform
                    end-if
                    if vis-data-uscita = 0
                       add 1 to presenti-adesso
                    end-if
                 end-perform
           end-start.

      ***---
       MOSTRA-PRESENTI.
           initialize ef-presenti-buf.
      *    badge emesso: quando il valore e' SIA un badge SIA un
      *    atleta non si tira a indovinare, si rifiuta e si chiede
      *    di usare il codice atleta per esteso.
           set codice-risolto  to true.
           set badge-personale to false.
           move ef-codice-buf to ath-code.
           if ef-codice-buf > 9999999999
              exit paragraph
                         icon mb-stop-icon
              exit paragraph
           end-if.
           if bdg-trn-code not = spaces
              set badge-personale to true
              move bdg-trn-code to trainer-timbratura
              move bdg-code     to badge-timbratura
              exit paragraph
           end-if.
           move bdg-ath-code to ath-code.

      ***---
       REGISTRA-TIMBRATURA.
      *    Badge del personale: la prima strisciata del giorno apre
      *    la timbratura, la successiva la chiude con l'ora di uscita.
      *    Niente controlli da socio (abbonamento, rate, certificato)
      *    e niente conteggio presenti: il personale non fa numero
      *    nel limite dei frequentatori.
           move trainer-timbratura to trn-code.
           read trainers
                invalid
                   display message "Badge del personale intestato a "
                                   trainer-timbratura " inesistente"
                              icon mb-stop-icon
                   exit paragraph
           end-read.
           if not trn-attivo
              display message "Badge di " trainer-timbratura
                              ": personale cessato, timbratura "
                              "rifiutata" icon mb-stop-icon
              exit paragraph
           end-if.

           set timbratura-aperta to false.
           move trainer-timbratura to tmb-trn-code.
           move oggi               to tmb-data.
           move low-value          to tmb-ora-entrata.
           start timbrature key is >= tmb-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read timbrature next at end exit perform end-read
                    if tmb-trn-code not = trainer-timbratura
                    or tmb-data     not = oggi
                       exit perform
                    end-if
                    if tmb-ora-uscita = 0
                       set timbratura-aperta to true
                       exit perform
                    end-if
                 end-perform
           end-start.

           initialize ef-giorno-buf.
           accept ora-adesso from time.
           move ora-adesso to como-ora-spezzata.
           move como-ora-hh to r-tmb-hh.
           move como-ora-mi to r-tmb-mi.
           if timbratura-aperta
              move tmb-ora-entrata to como-ora-spezzata
              compute minuti-ingresso = como-ora-hh * 60 + como-ora-mi
              move ora-adesso to como-ora-spezzata
              compute minuti-adesso = como-ora-hh * 60 + como-ora-mi
              compute minuti-trascorsi = minuti-adesso - minuti-ingresso
              if minuti-trascorsi < 78-minuti-doppia-timbratura
                 display message "Entrata gia' timbrata "
                                 minuti-trascorsi " minuti fa"
                            icon mb-information-icon
                 move 0 to ef-codice-buf
                 display Form1
                 exit paragraph
              end-if
              move ora-adesso to tmb-ora-uscita
              move acc-operatore to tmb-utente
              rewrite tmb-rec
                      invalid
                         display message "Impossibile registrare "
                                         "l'uscita" icon mb-warning-icon
                         exit paragraph
              end-rewrite
              set gnk-riscrittura to true
              perform GIORNALE-TIMBRATURE
              string "Uscita personale ore " delimited size
                     r-ora-timbratura         delimited size
                into ef-giorno-buf
              end-string
           else
              move trainer-timbratura to tmb-trn-code
              move oggi               to tmb-data
              move ora-adesso         to tmb-ora-entrata
              move 0                  to tmb-ora-uscita
              move badge-timbratura   to tmb-badge
              move acc-operatore      to tmb-utente
              write tmb-rec
                    invalid
                       display message "Timbratura gia' registrata"
                                  icon mb-warning-icon
                       exit paragraph
              end-write
              set gnk-scrittura to true
              perform GIORNALE-TIMBRATURE
              string "Entrata personale ore " delimited size
                     r-ora-timbratura         delimited size
                into ef-giorno-buf
              end-string
           end-if.

           string trn-cognome delimited by size
                  " "         delimited by size
                  trn-nome    delimited by size
                  into ef-nominativo-buf.
           display Form1.
           move 0     to ef-codice-buf.
           move spaces to ef-nominativo-buf ef-giorno-buf.
           display Form1.

      ***---
       MOSTRA-PROSSIMO-GIORNO.
      *    Prossimo giorno di programma nel ciclo wom-days del modello
              end-if
           end-if.

      ***---
       CONTROLLA-FASCIA.
      *    Fasce di accesso del piano dell'abbonamento appena letto
      *    da CONTROLLA-ABBONAMENTO (senza abbonamento o senza piano a
      *    catalogo non c'e' fascia da applicare). Fuori fascia si
      *    spiega il motivo e si chiede alla reception se forzare:
      *    in entrambi i casi resta la riga in FUORIFASCIA, il
      *    rifiuto subito, la forzatura solo dopo la scrittura
      *    dell'ingresso (REGISTRA-INGRESSO).
           set fascia-forzata to false.
           if sub-code not = ath-code
           or sub-pln-code = spaces
              exit paragraph
           end-if.
           move sub-pln-code to pln-code.
           read plans
                invalid exit paragraph
           end-read.

           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           accept ora-adesso from time.
           move ora-adesso(1:4) to ora-hhmm.
           perform VERIFICA-FASCE.
           if not fascia-definita
           or dentro-fascia
              exit paragraph
           end-if.

           perform DESCRIVI-FASCE.
           display message box "Piano " pln-code " " pln-desc
                               x"0D0A"
                               "FUORI FASCIA: ingresso ammesso solo "
                               descr-fasce x"0D0A"
                               "Forzare comunque l'ingresso?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta-forzatura.

           move oggi       to ffa-data.
           move ora-adesso to ffa-ora.
           move ath-code   to ffa-code.
           move pln-code   to ffa-pln-code.
           set ffa-sportello to true.
           move acc-operatore       to ffa-utente.
           if risposta-forzatura = mb-yes
              set ffa-forzato   to true
              set fascia-forzata to true
           else
              set ffa-rifiutato to true
              set ingresso-ammesso to false
              perform SCRIVI-FUORIFASCIA
           end-if.

      ***---
       SCRIVI-FUORIFASCIA.
           write ffa-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-FUORIFASCIA
           end-write.

      ***---
       VERIFICA-FASCE.
      *    Giorno della settimana dal numero di giorno in
      *    como-numero-giorno (il 01/01/0001 era un lunedi') e ora
      *    ora-hhmm contro le fasce del piano in linea: dentro una
      *    fascia che ammette il giorno e l'orario = ingresso
      *    consentito. Nessuna fascia valorizzata = accesso libero.
           set fascia-definita to false.
           set dentro-fascia   to false.
           compute como-giorni-trascorsi = como-numero-giorno - 1.
           divide como-giorni-trascorsi by 7 giving como-settimane
                  remainder giorno-settimana.
           add 1 to giorno-settimana.
           perform varying fsc-ix from 1 by 1 until fsc-ix > 3
              if pln-fsc-giorni(fsc-ix) not = spaces
                 set fascia-definita to true
                 if pln-fsc-giorni(fsc-ix)(giorno-settimana:1)
                    not = space
                    if pln-fsc-dalle(fsc-ix) = 0
                    and pln-fsc-alle(fsc-ix) = 0
                       set dentro-fascia to true
                    end-if
                    if ora-hhmm >= pln-fsc-dalle(fsc-ix)
                    and ora-hhmm < pln-fsc-alle(fsc-ix)
                       set dentro-fascia to true
                    end-if
                 end-if
              end-if
           end-perform.

      ***---
       DESCRIVI-FASCE.
      *    "LMMGV-- 07:00-12:00 / -----SD" per il messaggio a video.
           move spaces to descr-fasce.
           move 1      to descr-pos.
           perform varying fsc-ix from 1 by 1 until fsc-ix > 3
              if pln-fsc-giorni(fsc-ix) not = spaces
                 if descr-pos > 1
                    string " / " delimited size
                      into descr-fasce with pointer descr-pos
                    end-string
                 end-if
                 move pln-fsc-giorni(fsc-ix) to descr-giorni
                 inspect descr-giorni replacing all space by "-"
                 string descr-giorni delimited size
                   into descr-fasce with pointer descr-pos
                 end-string
                 if pln-fsc-dalle(fsc-ix) not = 0
                 or pln-fsc-alle(fsc-ix)  not = 0
                    move pln-fsc-dalle(fsc-ix)(1:2) to descr-dalle-hh
                    move pln-fsc-dalle(fsc-ix)(3:2) to descr-dalle-mi
                    move pln-fsc-alle(fsc-ix)(1:2)  to descr-alle-hh
                    move pln-fsc-alle(fsc-ix)(3:2)  to descr-alle-mi
                    string " "          delimited size
                           descr-orario delimited size
                      into descr-fasce with pointer descr-pos
                    end-string
                 end-if
              end-if
           end-perform.

      ***---
       CONTROLLA-SOSPENSIONE.
      *    La data odierna dentro un periodo di sospensione blocca
              end-if
           end-if.

      ***---
       CONTROLLA-MINORE.
      *    L'assicurazione copre il minorenne solo con il consenso
      *    firmato di un genitore o tutore: senza una riga TUTORI con
      *    la data di firma l'ingresso e' rifiutato. Senza data di
      *    nascita in anagrafica l'atleta si tratta da maggiorenne.
           if ath-data-nascita = 0
              exit paragraph
           end-if.
           compute data-maggiore-eta = ath-data-nascita + 180000.
           if data-maggiore-eta <= oggi
              exit paragraph
           end-if.
           perform CERCA-CONSENSO.
           if not consenso-presente
              set ingresso-ammesso to false
              display message "Atleta MINORENNE senza consenso "
                              "firmato del tutore: ingresso non "
                              "registrato" icon mb-stop-icon
           end-if.

      ***---
       CERCA-CONSENSO.
      *    Almeno un tutore dell'atleta con il consenso firmato.
           set consenso-presente to false.
           move ath-code  to tut-code.
           move low-value to tut-progr.
           start tutori key is >= tut-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tutori next at end exit perform end-read
              if tut-code not = ath-code
                 exit perform
              end-if
              if tut-data-consenso not = 0 and
                 tut-data-consenso <= oggi
                 set consenso-presente to true
                 exit perform
              end-if
           end-perform.

      ***---
       CONTROLLA-RATE.
      *    Scadenzario PAYMENTS dell'atleta: una rata scaduta e non
           compute giorni-residui = giorno-scad-num - giorno-oggi-num.

           move pay-data-scadenza to r-scadenza-disp.
      *    Rata scaduta ma presentata in banca con l'addebito diretto
      *    (sdd-invio) e in attesa dell'esito: si avvisa e si entra.
           if giorni-residui < 0
           and pay-sdd-inviato
              display message "Rata " pay-num-rata
                              " scaduta il " r-scadenza-disp
                              ": addebito diretto in attesa di esito"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if giorni-residui < 0
              set ingresso-ammesso to false
              if pay-sdd-respinto
                 display message "Rata " pay-num-rata
                                 " SCADUTA il " r-scadenza-disp
                                 ": addebito diretto respinto dalla "
                                 "banca (motivo " pay-sdd-motivo
                                 "), ingresso non registrato"
                            icon mb-stop-icon
              else
                 display message "Rata " pay-num-rata
                                 " SCADUTA il " r-scadenza-disp
                                 ": ingresso non registrato"
                            icon mb-stop-icon
              end-if
           else
              if giorni-residui <= 78-giorni-preavviso
                 display message "Rata " pay-num-rata
              end-if
           end-if.

      ***---
       CERCA-OSPITE.
      *    Il valore non e' un badge ne' un atleta di questa sede: si
      *    cerca prima come badge, poi come codice atleta, fra i soci
      *    dell'altra sede.
           set ospite-trovato to false.
           if status-ospiti = "35"
              exit paragraph
           end-if.
           if ef-codice-buf <= 9999999999
              move ef-codice-buf to osp-badge
              move low-value     to osp-sede osp-ath-code
              start ospiti key is >= osp-k-badge
                    invalid continue
                not invalid
                    read ospiti next
                         at end continue
                     not at end
                         if osp-badge = ef-codice-buf
                            set ospite-trovato to true
                         end-if
                    end-read
              end-start
           end-if.
           if ospite-trovato
              exit paragraph
           end-if.
           move ef-codice-buf to osp-ath-code.
           move low-value     to osp-sede osp-badge.
           start ospiti key is >= osp-k-atleta
                 invalid exit paragraph
           end-start.
           read ospiti next
                at end exit paragraph
           end-read.
           if osp-ath-code = ef-codice-buf
              set ospite-trovato to true
           end-if.

      ***---
       REGISTRA-OSPITE.
      *    Stessa sequenza del socio di casa: seconda strisciata con
      *    visita aperta = uscita (con anti-passback), altrimenti
      *    controlli sullo stato fotografato dalla sua sede e
      *    ingresso in VISITE.
           perform CERCA-VISITA-OSPITE.
           if visita-ospite-aperta
              move chiave-visita-ospite to vis-key
              move vis-ora to va-ora
              perform CONTROLLA-PASSBACK
              if not ingresso-ammesso
                 exit paragraph
              end-if
              perform REGISTRA-USCITA-OSPITE
              exit paragraph
           end-if.

           perform CONTROLLA-OSPITE.
           if not ingresso-ammesso
              exit paragraph
           end-if.

           initialize vis-rec.
           accept vis-data          from century-date.
           accept vis-ora           from time.
           move osp-sede            to vis-sede.
           move osp-ath-code        to vis-ath-code.
           move osp-badge           to vis-badge.
           move osp-cognome         to vis-cognome.
           move osp-nome            to vis-nome.
           move acc-operatore       to vis-utente-registrazione.
           move 0                   to vis-data-uscita vis-ora-uscita.
           write vis-rec
                 invalid
                    display message "Ingresso gia' registrato"
                               icon mb-warning-icon
                    exit paragraph
           end-write.
           set gnk-scrittura to true.
           perform GIORNALE-VISITE.
           add 1 to presenti-adesso.

           initialize ef-nominativo-buf ef-giorno-buf.
           string osp-cognome delimited by size
                  " "         delimited by size
                  osp-nome    delimited by size
                  into ef-nominativo-buf.
           string "Ospite della sede " delimited size
                  osp-sede             delimited size
                  into ef-giorno-buf.
           perform MOSTRA-PRESENTI.
           display Form1.
           move 0     to ef-codice-buf.
           move spaces to ef-nominativo-buf ef-giorno-buf.
           display Form1.

      ***---
       CERCA-VISITA-OSPITE.
           set visita-ospite-aperta to false.
           move osp-sede     to vis-sede.
           move osp-ath-code to vis-ath-code.
           move oggi         to vis-data.
           move low-value    to vis-ora.
           start visite key is >= vis-k-ospite
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read visite next at end exit perform end-read
              if vis-sede     not = osp-sede
              or vis-ath-code not = osp-ath-code
              or vis-data     not = oggi
                 exit perform
              end-if
              if vis-data-uscita = 0
                 set visita-ospite-aperta to true
                 move vis-key to chiave-visita-ospite
                 exit perform
              end-if
           end-perform.

      ***---
       REGISTRA-USCITA-OSPITE.
           move chiave-visita-ospite to vis-key.
           read visite
                invalid exit paragraph
           end-read.
           accept vis-data-uscita from century-date.
           accept vis-ora-uscita  from time.
           rewrite vis-rec
                   invalid
                      display message "Impossibile registrare l'uscita"
                                 icon mb-warning-icon
                      exit paragraph
           end-rewrite.
           set gnk-riscrittura to true.
           perform GIORNALE-VISITE.
           if presenti-adesso > 0
              subtract 1 from presenti-adesso
           end-if.
           initialize ef-nominativo-buf ef-giorno-buf.
           string vis-cognome delimited by size
                  " "         delimited by size
                  vis-nome    delimited by size
                  into ef-nominativo-buf.
           move "Uscita registrata" to ef-giorno-buf.
           perform MOSTRA-PRESENTI.
           display Form1.
           move 0     to ef-codice-buf.
           move spaces to ef-nominativo-buf ef-giorno-buf.
           display Form1.

      ***---
       CONTROLLA-OSPITE.
      *    Stato alla notte dell'estratto della sede di appartenenza,
      *    riferito a oggi: stesse regole dei soci di casa, con il
      *    certificato mai caricato solo segnalato.
           set ingresso-ammesso to true.
           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-oggi-num.
           move osp-data-estratto to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-scad-num.
           compute giorni-residui = giorno-oggi-num - giorno-scad-num.
           if giorni-residui > 78-giorni-validita-estratto
              set ingresso-ammesso to false
              move osp-data-estratto to r-scadenza-disp
              display message "Dati della sede " osp-sede
                              " fermi al " r-scadenza-disp
                              ": ingresso ospite non registrato"
                         icon mb-stop-icon
              exit paragraph
           end-if.

           move osp-scadenza-abb to r-scadenza-disp.
           if osp-scadenza-abb < oggi
              set ingresso-ammesso to false
              display message "Abbonamento presso la sede " osp-sede
                              " SCADUTO il " r-scadenza-disp
                              ": ingresso non registrato"
                         icon mb-stop-icon
              exit paragraph
           end-if.

           if osp-sospeso-da not = 0
           and osp-sospeso-da <= oggi
           and osp-sospeso-a  >= oggi
              set ingresso-ammesso to false
              move osp-sospeso-da to r-sospeso-da-disp
              move osp-sospeso-a  to r-sospeso-a-disp
              display message "Abbonamento SOSPESO dal "
                               r-sospeso-da-disp " al "
                               r-sospeso-a-disp
                              ": ingresso non registrato"
                         icon mb-stop-icon
              exit paragraph
           end-if.

           if osp-moroso
              set ingresso-ammesso to false
              display message "Rate SCADUTE non pagate presso la sede "
                              osp-sede ": ingresso non registrato"
                         icon mb-stop-icon
              exit paragraph
           end-if.

           if osp-scadenza-cert = 0
              display message "Nessun certificato medico a "
                              "registro presso la sede " osp-sede
                         icon mb-warning-icon
              exit paragraph
           end-if.
           move osp-scadenza-cert to r-scadenza-disp.
           if osp-scadenza-cert < oggi
              set ingresso-ammesso to false
              display message "Certificato medico SCADUTO il "
                               r-scadenza-disp
                              ": ingresso non registrato"
                         icon mb-stop-icon
           end-if.

      ***---
       GIORNALE-CHECKIN.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "gcheckin" to gnk-programma.
           move "checkin"  to gnk-file.
           move chk-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-DAYPASS.
           move "gcheckin" to gnk-programma.
           move "daypass"  to gnk-file.
           move dps-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-PAYMENTS.
           move "gcheckin" to gnk-programma.
           move "payments" to gnk-file.
           move pay-rec    to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-ARMASSEGN.
           move "gcheckin"  to gnk-programma.
           move "armassegn" to gnk-file.
           move asg-rec     to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-ARMADIETTI.
           move "gcheckin"   to gnk-programma.
           move "armadietti" to gnk-file.
           move arm-rec      to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-TIMBRATURE.
           move "gcheckin"   to gnk-programma.
           move "timbrature" to gnk-file.
           move tmb-rec      to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-FUORIFASCIA.
           move "gcheckin"    to gnk-programma.
           move "fuorifascia" to gnk-file.
           move ffa-rec       to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-VISITE.
           move "gcheckin"    to gnk-programma.
           move "visite"      to gnk-file.
           move vis-rec       to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       STAMPA-EVACUAZIONE.
           accept stampante-evacuazione
                  from environment "STAMPANTE_EVACUAZIONE".
           call   "st-evacuazione" using stampante-evacuazione " "
                                         spaces " ".
           cancel "st-evacuazione".

      ***---
       CHIUDI-FILES.
           close checkin athletes subscriptions rwodbook
                 wodmap macrogroups badges payments mesoplan
                 freezes medcerts daypass plans fuorifascia
                 tutori armadietti armassegn trainers timbrature
                 visite.
           if status-ospiti not = "35"
              close ospiti
           end-if.
