       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gdisdette.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Disdetta di un abbonamento (disdette), al posto di lasciarlo
      *    scadere o di sospendere l'atleta in gathlete senza sapere
      *    perche' se ne va.
      *    Si indica l'atleta, la decorrenza del periodo (zero = il
      *    periodo in corso alla data della richiesta), la data della
      *    richiesta e il motivo codificato (MOTIVI-DISDETTA.DEF).
      *    "Calcola" mostra:
      *    - la fine effettiva = richiesta + preavviso del piano
      *      (pln-giorni-preavviso, 78-preavviso-standard per i
      *      periodi senza piano a catalogo), mai oltre la scadenza
      *      effettiva del periodo (contrattuale + sospensioni);
      *    - il maturato pro rata giorno per giorno fino alla fine
      *      effettiva (i giorni sospesi non maturano, come in
      *      st-risconti), il pagato e l'eventuale rimborso;
      *    - le rate non incassate con scadenza dopo la fine effettiva,
      *      da annullare.
      *    "Conferma" registra la disdetta, porta la scadenza
      *    dell'abbonamento alla fine effettiva togliendo il rinnovo
      *    automatico e cancella da PAYMENTS le rate da annullare. Le
      *    rate gia' in banca per l'addebito SEPA (pay-sdd-inviato)
      *    non si toccano: si segnalano e le chiude l'esito.
      *    Le rate a carico dell'azienda convenzionata (AZISCAD) con
      *    scadenza dopo la fine effettiva si cancellano anch'esse,
      *    fuori dal conteggio delle rate del socio.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "disdette.sl".
       copy "subscriptions.sl".
       copy "payments.sl".
       copy "aziscad.sl".
       copy "athletes.sl".
       copy "plans.sl".
       copy "freezes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "disdette.fd".
       copy "subscriptions.fd".
       copy "payments.fd".
       copy "aziscad.fd".
       copy "athletes.fd".
       copy "plans.fd".
       copy "freezes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".
       copy "motivi-disdetta.def".

       77  status-disdette      pic xx.
       77  status-subscriptions pic xx.
       77  status-payments      pic xx.
       77  status-aziscad       pic xx.
       77  status-athletes      pic xx.
       77  status-plans         pic xx.
       77  status-freezes       pic xx.

      *    Preavviso dei periodi senza piano a catalogo (diciture
      *    libere storiche) o con piano senza preavviso impostato.
       78  78-preavviso-standard value 30.
      *    Dopo le rate dell'abbonamento, sulla stessa decorrenza,
      *    possono esserci addebiti del negozio (9000 + numero
      *    vendita, vedi gvendite): non sono del periodo.
       78  78-base-rata-negozio  value 9000.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 calcolo-fatto     value 1 false 0.
       77  filler               pic 9.
           88 motivo-valido     value 1 false 0.

      * ESITO DEL CALCOLO
       77  giorni-preavviso      pic 9(3).
       77  data-effettiva        pic 9(8).
       77  scadenza-effettiva    pic 9(8).
       77  importo-maturato      pic 9(5)v99.
       77  importo-pagato        pic 9(5)v99.
       77  importo-rimborso      pic 9(5)v99.
       77  rate-da-annullare     pic 9(3).
       77  importo-da-annullare  pic 9(7)v99.
       77  rate-in-banca         pic 9(3).
       77  rate-annullate        pic 9(3).
       77  mesi-iscrizione       pic s9(5).
       77  data-iscrizione       pic 9(8).
       77  ix-giorni             pic 9(3).
       77  ix-motivo             pic 99.

      * CALCOLO DEI GIORNI (come in gsubscri e st-risconti)
       77  giorni-contratto      pic 9(5).
       77  giorni-maturati       pic s9(6).
       77  giorni-congelati      pic 9(5).
       77  congelati-maturati    pic 9(5).
       77  giorno-inizio-num     pic 9(8).
       77  giorno-scad-num       pic 9(8).
       77  giorno-effettivo-num  pic 9(8).
       77  giorno-frz-da-num     pic 9(8).
       77  giorno-frz-a-num      pic 9(8).
       77  giorno-limite-num     pic 9(8).
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
       01  como-data-iscrizione.
           05 como-isc-anno      pic 9(4).
           05 como-isc-mese      pic 99.
           05 como-isc-gg        pic 99.
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).
       77  como-anni-in-piu      pic 9(4).
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.

      * CAMPI EDITATI PER I MESSAGGI A VIDEO
       77  r-data-disp           pic 99/99/9999.
       77  r-data2-disp          pic 99/99/9999.
       77  r-maturato-disp       pic zz.zz9,99.
       77  r-pagato-disp         pic zz.zz9,99.
       77  r-rimborso-disp       pic zz.zz9,99.
       77  r-annullato-disp      pic z.zzz.zz9,99.
       77  r-num-disp            pic zz9.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-inizio       value 2.
       78  78-ID-ef-richiesta    value 3.
       78  78-ID-ef-motivo       value 4.
       78  78-ID-ef-note         value 5.
       78  78-ID-pb-calcola      value 6.
       78  78-ID-pb-conferma     value 7.
       78  78-ID-pb-esci         value 8.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic 9(18).
       77  ef-nominativo-buf     pic x(81).
       77  ef-inizio-buf         pic 9(8).
       77  ef-abbonamento-buf    pic x(90).
       77  ef-richiesta-buf      pic 9(8).
       77  ef-motivo-buf         pic x(2).
       77  ef-desc-motivo-buf    pic x(30).
       77  ef-note-buf           pic x(60).
       77  ef-effettiva-buf      pic x(90).
       77  ef-importi-buf        pic x(90).
       77  ef-rate-buf           pic x(90).

       SCREEN SECTION.
       01  Form1.
           05 ef-codice      line 2  col 22 pic 9(18)
                                            using ef-codice-buf.
           05 ef-nominativo  line 3  col 22 pic x(81)
                                            using ef-nominativo-buf.
           05 ef-inizio      line 4  col 22 pic 9(8)
                                            using ef-inizio-buf.
           05 ef-abbonamento line 5  col 22 pic x(90)
                                            using ef-abbonamento-buf.
           05 ef-richiesta   line 6  col 22 pic 9(8)
                                            using ef-richiesta-buf.
           05 ef-motivo      line 7  col 22 pic x(2)
                                            using ef-motivo-buf.
           05 ef-desc-motivo line 7  col 26 pic x(30)
                                            using ef-desc-motivo-buf.
           05 ef-note        line 8  col 22 pic x(60)
                                            using ef-note-buf.
           05 ef-effettiva   line 10 col 22 pic x(90)
                                            using ef-effettiva-buf.
           05 ef-importi     line 11 col 22 pic x(90)
                                            using ef-importi-buf.
           05 ef-rate        line 12 col 22 pic x(90)
                                            using ef-rate-buf.
           05 pb-calcola    line 14 col 5  pic x(10) value "Calcola".
           05 pb-conferma   line 14 col 20 pic x(10) value "Conferma".
           05 pb-esci       line 14 col 35 pic x(10) value "Esci".

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
           move "gdisdette"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           set calcolo-fatto  to false.
           move 0 to ef-codice-buf ef-inizio-buf.
           accept ef-richiesta-buf from century-date.
           move spaces to ef-nominativo-buf ef-abbonamento-buf
                          ef-motivo-buf ef-desc-motivo-buf ef-note-buf
                          ef-effettiva-buf ef-importi-buf ef-rate-buf.

      ***---
       APRI-FILES.
           open i-o disdette.
           if status-disdette = "35"
              open output disdette
              close disdette
              open i-o disdette
           end-if.
           if status-disdette not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.

           open i-o subscriptions.
           if status-subscriptions not = "00" and not = "05"
              close disdette
              set errori to true
              exit paragraph
           end-if.

           open i-o aziscad.
           if status-aziscad = "35"
              open output aziscad
              close aziscad
              open i-o aziscad
           end-if.

           open i-o payments.
           if status-payments = "35"
              open output payments
              close payments
              open i-o payments
           end-if.
           if status-payments not = "00" and not = "05"
              close disdette subscriptions
              set errori to true
              exit paragraph
           end-if.

           open input athletes plans freezes.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gdisdette-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-ef-codice
           when 78-ID-ef-inizio
           when 78-ID-ef-richiesta
      *         Cambiato l'abbonamento o la data: ricalcolare prima di
      *         confermare.
                set calcolo-fatto to false
           when 78-ID-pb-calcola
                perform CALCOLA
           when 78-ID-pb-conferma
                perform CONFERMA
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CALCOLA.
           set calcolo-fatto to false.
           move spaces to ef-abbonamento-buf ef-effettiva-buf
                          ef-importi-buf ef-rate-buf.
           perform MOSTRA-MOTIVO.
           perform CARICA-ABBONAMENTO.
           if errori
              set tutto-ok to true
              display Form1
              exit paragraph
           end-if.
           perform CALCOLA-FINE-EFFETTIVA.
           perform CALCOLA-MATURATO.
           perform ESAMINA-RATE.
           perform MOSTRA-RISULTATO.
           set calcolo-fatto to true.
           display Form1.

      ***---
       CARICA-ABBONAMENTO.
           move spaces        to ef-nominativo-buf.
           move ef-codice-buf to ath-code.
           read athletes
                invalid
                   display message "Atleta " ef-codice-buf
                              " inesistente" icon mb-warning-icon
                   set errori to true
                   exit paragraph
           end-read.
           string ath-cognome delimited by size
                  " "         delimited by size
                  ath-nome    delimited by size
                  into ef-nominativo-buf.

           if ef-richiesta-buf = 0
              accept ef-richiesta-buf from century-date
           end-if.
           if ef-inizio-buf = 0
              perform CERCA-PERIODO-IN-CORSO
              if ef-inizio-buf = 0
                 display message "Nessun abbonamento in corso alla "
                                 "data della richiesta"
                            icon mb-warning-icon
                 set errori to true
                 exit paragraph
              end-if
           end-if.

           move ef-codice-buf to sub-code.
           move ef-inizio-buf to sub-data-inizio.
           read subscriptions
                invalid
                   display message "Abbonamento non presente"
                              icon mb-warning-icon
                   set errori to true
                   exit paragraph
           end-read.

           move ef-codice-buf to dsd-code.
           move ef-inizio-buf to dsd-data-inizio.
           read disdette
                invalid continue
            not invalid
                move dsd-data-effettiva to r-data-disp
                display message "Abbonamento gia' disdetto con fine "
                                "effettiva " r-data-disp
                           icon mb-warning-icon
                set errori to true
                exit paragraph
           end-read.

           move sub-data-inizio   to r-data-disp.
           move sub-data-scadenza to r-data2-disp.
           string sub-tipo-piano  delimited "  "
                  " dal "         delimited size
                  r-data-disp     delimited size
                  " al "          delimited size
                  r-data2-disp    delimited size
             into ef-abbonamento-buf
           end-string.

      ***---
       CERCA-PERIODO-IN-CORSO.
      *    L'ultimo periodo iniziato entro la data della richiesta.
           move ef-codice-buf to sub-code.
           move 0             to sub-data-inizio.
           start subscriptions key is >= sub-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read subscriptions next at end exit perform end-read
              if sub-code not = ef-codice-buf
              or sub-data-inizio > ef-richiesta-buf
                 exit perform
              end-if
              move sub-data-inizio to ef-inizio-buf
           end-perform.

      ***---
       CALCOLA-FINE-EFFETTIVA.
           move 78-preavviso-standard to giorni-preavviso.
           if sub-pln-code not = spaces
              move sub-pln-code to pln-code
              read plans
                   invalid continue
               not invalid
                   if pln-giorni-preavviso numeric
                   and pln-giorni-preavviso > 0
                      move pln-giorni-preavviso to giorni-preavviso
                   end-if
              end-read
           end-if.

           move ef-richiesta-buf to como-data-calcolo.
           perform GIORNO-SUCCESSIVO
                   varying ix-giorni from 1 by 1
                     until ix-giorni > giorni-preavviso.
           move como-data-calcolo to data-effettiva.

      *    Oltre la scadenza effettiva il periodo finisce da se'.
           move sub-data-inizio to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-inizio-num.
           move sub-data-scadenza to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-scad-num.
           move data-effettiva to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-effettivo-num.
           perform CALCOLA-GIORNI-CONGELATI.
           move sub-data-scadenza to como-data-calcolo.
           perform GIORNO-SUCCESSIVO
                   varying ix-giorni from 1 by 1
                     until ix-giorni > giorni-congelati.
           move como-data-calcolo to scadenza-effettiva.
           if data-effettiva > scadenza-effettiva
              move scadenza-effettiva to data-effettiva
              compute giorno-effettivo-num = giorno-scad-num
                                           + giorni-congelati
           end-if.

      ***---
       CALCOLA-MATURATO.
      *    Giorni goduti dalla decorrenza alla fine effettiva, meno i
      *    giorni sospesi gia' trascorsi, sui giorni di contratto.
           compute giorni-contratto = giorno-scad-num
                                    - giorno-inizio-num + 1.
           compute giorni-maturati = giorno-effettivo-num
                                   - giorno-inizio-num + 1
                                   - congelati-maturati.
           if giorni-maturati < 0
              move 0 to giorni-maturati
           end-if.
           if giorni-maturati > giorni-contratto
              move giorni-contratto to giorni-maturati
           end-if.
           compute importo-maturato rounded =
                   sub-importo * giorni-maturati / giorni-contratto.

      ***---
       ESAMINA-RATE.
      *    Pagato del periodo e rate non incassate dopo la fine
      *    effettiva; il rimborso e' il pagato oltre il maturato.
           move 0 to importo-pagato rate-da-annullare
                     importo-da-annullare rate-in-banca.
           move sub-code        to pay-code.
           move sub-data-inizio to pay-data-inizio.
           move 0               to pay-num-rata.
           start payments key is >= pay-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read payments next at end exit perform end-read
                    if pay-code        not = sub-code
                    or pay-data-inizio not = sub-data-inizio
                    or pay-num-rata > 78-base-rata-negozio
                       exit perform
                    end-if
                    evaluate true
                    when pay-data-pagamento not = 0
                         add pay-importo to importo-pagato
                    when pay-data-scadenza <= data-effettiva
                         continue
                    when pay-sdd-inviato
                         add 1 to rate-in-banca
                    when other
                         add 1 to rate-da-annullare
                         add pay-importo to importo-da-annullare
                    end-evaluate
                 end-perform
           end-start.
           move 0 to importo-rimborso.
           if importo-pagato > importo-maturato
              compute importo-rimborso = importo-pagato
                                       - importo-maturato
           end-if.

      ***---
       MOSTRA-RISULTATO.
           move data-effettiva to r-data-disp.
           move giorni-preavviso to r-num-disp.
           string "Fine effettiva "   delimited size
                  r-data-disp         delimited size
                  " (preavviso "      delimited size
                  r-num-disp          delimited size
                  " gg)"              delimited size
             into ef-effettiva-buf
           end-string.
           move importo-maturato to r-maturato-disp.
           move importo-pagato   to r-pagato-disp.
           move importo-rimborso to r-rimborso-disp.
           string "Maturato "        delimited size
                  r-maturato-disp    delimited size
                  "  pagato "        delimited size
                  r-pagato-disp      delimited size
                  "  da rimborsare " delimited size
                  r-rimborso-disp    delimited size
             into ef-importi-buf
           end-string.
           move rate-da-annullare    to r-num-disp.
           move importo-da-annullare to r-annullato-disp.
           string "Rate da annullare: "   delimited size
                  r-num-disp              delimited size
                  " per "                 delimited size
                  r-annullato-disp        delimited size
             into ef-rate-buf
           end-string.
           if rate-in-banca > 0
              move rate-in-banca to r-num-disp
              display message r-num-disp " rate dopo la fine effettiva"
                              " sono in banca per l'addebito SEPA:"
                              " restano fino all'esito"
                         icon mb-information-icon
           end-if.

      ***---
       MOSTRA-MOTIVO.
           inspect ef-motivo-buf converting
                   "abcdefghijklmnopqrstuvwxyz"
                to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           set motivo-valido to false.
           move spaces to ef-desc-motivo-buf.
           perform varying ix-motivo from 1 by 1
                     until ix-motivo > 78-num-motivi-disdetta
              if mtd-codice(ix-motivo) = ef-motivo-buf
                 move mtd-desc(ix-motivo) to ef-desc-motivo-buf
                 set motivo-valido to true
                 exit perform
              end-if
           end-perform.

      ***---
       CONFERMA.
           if not calcolo-fatto
              display message "Premere prima Calcola e verificare "
                              "fine effettiva e importi"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           perform MOSTRA-MOTIVO.
           display Form1.
           if not motivo-valido
              display message "Motivo: TR PR IN SA TE IS CN AL"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           perform CALCOLA-MESI-ISCRIZIONE.
           initialize dsd-rec.
           move sub-code             to dsd-code.
           move sub-data-inizio      to dsd-data-inizio.
           move ef-richiesta-buf     to dsd-data-richiesta.
           move data-effettiva       to dsd-data-effettiva.
           move sub-data-scadenza    to dsd-scadenza-originale.
           move giorni-preavviso     to dsd-giorni-preavviso.
           move ef-motivo-buf        to dsd-motivo.
           move ef-note-buf          to dsd-note.
           move sub-pln-code         to dsd-pln-code.
           move sub-tipo-piano       to dsd-tipo-piano.
           move ath-trainer-code     to dsd-trn-code.
           move mesi-iscrizione      to dsd-mesi-iscrizione.
           move sub-importo          to dsd-importo.
           move importo-maturato     to dsd-importo-maturato.
           move importo-pagato       to dsd-importo-pagato.
           move importo-rimborso     to dsd-rimborso.
           accept dsd-data-registrazione from century-date.
           move acc-operatore        to dsd-utente.

           perform ANNULLA-RATE.
           perform ANNULLA-RATE-AZIENDA.
           move rate-annullate       to dsd-rate-annullate.
           move importo-da-annullare to dsd-importo-annullato.
           write dsd-rec
                 invalid
                    display message "Impossibile registrare la disdetta"
                               icon mb-warning-icon
                    exit paragraph
           end-write.

      *    Il periodo finisce alla fine effettiva e non si rinnova.
           move ef-codice-buf to sub-code.
           move ef-inizio-buf to sub-data-inizio.
           read subscriptions
                invalid continue
            not invalid
                if data-effettiva < sub-data-scadenza
                   move data-effettiva to sub-data-scadenza
                end-if
                move "N" to sub-rinnovo
                rewrite sub-rec invalid continue end-rewrite
           end-read.

           set calcolo-fatto to false.
           move rate-annullate to r-num-disp.
           display message "Disdetta registrata: annullate "
                           r-num-disp " rate"
                      icon mb-information-icon.

      ***---
       ANNULLA-RATE.
           move 0 to rate-annullate importo-da-annullare.
           move sub-code        to pay-code.
           move sub-data-inizio to pay-data-inizio.
           move 0               to pay-num-rata.
           start payments key is >= pay-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              if pay-code        not = sub-code
              or pay-data-inizio not = sub-data-inizio
              or pay-num-rata > 78-base-rata-negozio
                 exit perform
              end-if
              if pay-data-pagamento = 0
              and pay-data-scadenza > data-effettiva
              and not pay-sdd-inviato
                 delete payments record
                        invalid continue
                    not invalid
                        add 1 to rate-annullate
                        add pay-importo to importo-da-annullare
                 end-delete
              end-if
           end-perform.

      ***---
       ANNULLA-RATE-AZIENDA.
           move sub-code        to azs-code.
           move sub-data-inizio to azs-data-inizio.
           move 0               to azs-num-rata.
           start aziscad key is >= azs-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read aziscad next at end exit perform end-read
              if azs-code        not = sub-code
              or azs-data-inizio not = sub-data-inizio
                 exit perform
              end-if
              if azs-data-scadenza > data-effettiva
                 delete aziscad record invalid continue end-delete
              end-if
           end-perform.

      ***---
       CALCOLA-MESI-ISCRIZIONE.
      *    Anzianita' dall'iscrizione (o dalla decorrenza del periodo
      *    se l'anagrafica non la riporta) alla fine effettiva.
           move ath-data-iscrizione to data-iscrizione.
           if data-iscrizione = 0
           or data-iscrizione > sub-data-inizio
              move sub-data-inizio to data-iscrizione
           end-if.
           move data-iscrizione to como-data-iscrizione.
           move data-effettiva  to como-data-calcolo.
           compute mesi-iscrizione =
                   (como-data-anno * 12 + como-data-mese)
                 - (como-isc-anno  * 12 + como-isc-mese).
           if como-data-gg < como-isc-gg
              subtract 1 from mesi-iscrizione
           end-if.
           if mesi-iscrizione < 0
              move 0 to mesi-iscrizione
           end-if.

      ***---
       CALCOLA-GIORNI-CONGELATI.
      *    Sospensioni (gfreeze) dentro il periodo: il totale allunga
      *    la scadenza, i giorni gia' trascorsi alla fine effettiva non
      *    maturano.
           move 0 to giorni-congelati congelati-maturati.
           move sub-code  to frz-code.
           move low-value to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = sub-code
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
           if giorno-frz-a-num < giorno-frz-da-num
              exit paragraph
           end-if.
           compute giorni-congelati = giorni-congelati
                   + giorno-frz-a-num - giorno-frz-da-num + 1.
           move giorno-frz-a-num to giorno-limite-num.
           if giorno-limite-num > giorno-effettivo-num
              move giorno-effettivo-num to giorno-limite-num
           end-if.
           if giorno-limite-num >= giorno-frz-da-num
              compute congelati-maturati = congelati-maturati
                      + giorno-limite-num - giorno-frz-da-num + 1
           end-if.

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
       CHIUDI-FILES.
           close disdette subscriptions payments athletes plans freezes
                 aziscad.
