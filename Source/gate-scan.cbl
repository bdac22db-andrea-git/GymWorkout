      *    (st-gaterej). La seconda strisciata del giorno con visita
      *    aperta chiude l'uscita, come allo sportello. Esito del
      *    lancio in CONVLOG.
      *    Fasce di accesso del piano (gplans): la strisciata fuori
      *    fascia e' respinta col motivo in GATEREJ e registrata anche
      *    in FUORIFASCIA (report st-fasce); al tornello nessuno puo'
      *    forzare. La fascia si guarda per ultima, come allo
      *    sportello: chi va respinto per sospensione, rate,
      *    certificato o consenso non finisce in FUORIFASCIA.
      *    Minorenne senza consenso firmato del tutore nel registro
      *    TUTORI (gtutori): strisciata respinta, come allo sportello.
      *    All'uscita la chiave giornaliera dell'armadietto presa allo
      *    sportello (ARMASSEGN) e' attesa indietro: il varco si apre
      *    comunque, ma il comando porta il promemoria per il display
      *    del controller e la chiave resta fuori per il report di
      *    chiusura st-armadietti.
      *    Il badge del personale (bdg-trn-code) non apre il varco:
      *    il personale timbra al lettore della reception (gcheckin),
      *    la strisciata al tornello e' respinta col suo motivo.
      *    Accesso reciproco: il badge che non e' nella mappa di
      *    questa sede si cerca fra i soci dell'altra (OSPITI, vedi
      *    cons-ospiti). Il socio ospite passa con lo stato
      *    fotografato dalla sua sede (abbonamento, sospensione,
      *    morosita', certificato, estratto non piu' vecchio di
      *    78-giorni-validita-estratto giorni) e la visita va in
      *    VISITE sotto la sede di appartenenza, uscita compresa.
      *    Ogni scrittura su CHECKIN, GATEREJ, FUORIFASCIA e VISITE va
      *    anche al giornale di giornata TXJRN (subprogramma giornale).
      ******************************************************************

       INPUT-OUTPUT SECTION.
           copy "checkin.sl".
           copy "gaterej.sl".
           copy "convlog.sl".
           copy "plans.sl".
           copy "fuorifascia.sl".
           copy "tutori.sl".
           copy "armassegn.sl".
           copy "ospiti.sl".
           copy "visite.sl".
       SELECT strisciate
           ASSIGN       TO  path-strisciate
           ORGANIZATION IS LINE SEQUENTIAL
           copy "checkin.fd".
           copy "gaterej.fd".
           copy "convlog.fd".
           copy "plans.fd".
           copy "fuorifascia.fd".
           copy "tutori.fd".
           copy "armassegn.fd".
           copy "ospiti.fd".
           copy "visite.fd".

       FD  strisciate
           LABEL RECORD IS STANDARD.
       77  status-checkin          pic xx.
       77  status-gaterej          pic xx.
       77  status-convlog          pic xx.
       77  status-plans            pic xx.
       77  status-fuorifascia      pic xx.
       77  status-tutori           pic xx.
       77  status-armassegn        pic xx.
       77  status-ospiti           pic xx.
       77  status-visite           pic xx.
       77  status-strisciate       pic xx.
       77  status-comandi          pic xx.
       77  path-strisciate         pic x(256).
           88 ingresso-ammesso     value 1 false 0.
       77  filler                  pic 9.
           88 visita-aperta        value 1 false 0.
       77  filler                  pic 9.
           88 consenso-presente    value 1 false 0.
       77  data-maggiore-eta       pic 9(8).
       77  promemoria-chiave       pic x(40) value spaces.
       01  r-armadietto            pic z(3)9.
       01  chiave-visita-aperta.
           05 va-data              pic 9(8).
           05 va-ora               pic 9(8).
       77  giorni-residui        pic s9(5).
       77  giorni-congelati      pic 9(5).

      * FASCE DI ACCESSO DEL PIANO, come in gcheckin.
       77  filler                  pic 9.
           88 fascia-definita      value 1 false 0.
       77  filler                  pic 9.
           88 dentro-fascia        value 1 false 0.
       77  giorno-settimana        pic 9.
       77  como-settimane          pic 9(8).
       77  como-giorni-trascorsi   pic 9(8).
       77  ora-hhmm                pic 9(4).
       77  fsc-ix                  pic 9.

      * ACCESSO RECIPROCO: soci dell'altra sede, come in gcheckin.
       78  78-giorni-validita-estratto value 3.
       77  filler                  pic 9.
           88 ospite-trovato       value 1 false 0.
       77  filler                  pic 9.
           88 visita-ospite-aperta value 1 false 0.
       77  chiave-visita-ospite    pic x(37).
       77  giorno-estratto-num     pic 9(8).

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

      * GIORNALE DI GIORNATA DELLE IMMAGINI DOPO
           copy "giornale.lks".
       77  esito-giornale          signed-short.

       LINKAGE SECTION.
       77  link-path-strisciate    pic x(256).
       77  link-path-comandi       pic x(256).
                 close gaterej
                 open i-o gaterej
              end-if
              open i-o fuorifascia
              if status-fuorifascia = "35"
                 open output fuorifascia
                 close fuorifascia
                 open i-o fuorifascia
              end-if
              open input badges athletes subscriptions
                         payments freezes medcerts plans tutori
                         armassegn
              open input ospiti
              open i-o visite
              if status-visite = "35"
                 open output visite
                 close visite
                 open i-o visite
              end-if

              perform ELABORA-TUTTE-LE-STRISCIATE

              close checkin gaterej badges athletes subscriptions
                    payments freezes medcerts plans fuorifascia
                    tutori armassegn visite
              if status-ospiti not = "35"
                 close ospiti
              end-if
              close comandi strisciate
           end-if.

           move str-badge to bdg-code.
           read badges
                invalid
                   perform CERCA-OSPITE
                   if ospite-trovato
                      perform ELABORA-OSPITE
                      exit paragraph
                   end-if
                   set ingresso-ammesso to false
                   move "badge sconosciuto" to motivo-rifiuto
           end-read.
              set ingresso-ammesso to false
              move "badge revocato" to motivo-rifiuto
           end-if.
           if ingresso-ammesso
           and bdg-trn-code not = spaces
              set ingresso-ammesso to false
              move "badge del personale" to motivo-rifiuto
           end-if.
           if ingresso-ammesso
              move bdg-ath-code to ath-code
              read athletes
                    exit paragraph
                 end-if
                 perform REGISTRA-USCITA
                 perform CONTROLLA-CHIAVE
                 perform COMANDA-APERTURA
                 add 1 to num-uscite
                 exit paragraph
           if ingresso-ammesso
              perform CONTROLLA-CERTIFICATO
           end-if.
           if ingresso-ammesso
              perform CONTROLLA-MINORE
           end-if.
           if ingresso-ammesso
              perform CONTROLLA-FASCIA
           end-if.

           if ingresso-ammesso
              perform REGISTRA-INGRESSO
              add 1 to num-respinte
           end-if.

      ***---
       CERCA-OSPITE.
           set ospite-trovato to false.
           if status-ospiti = "35"
              exit paragraph
           end-if.
           move str-badge to osp-badge.
           move low-value to osp-sede osp-ath-code.
           start ospiti key is >= osp-k-badge
                 invalid exit paragraph
           end-start.
           read ospiti next
                at end exit paragraph
           end-read.
           if osp-badge = str-badge
              set ospite-trovato to true
           end-if.

      ***---
       ELABORA-OSPITE.
      *    Stessa sequenza del socio di casa, su VISITE.
           perform CERCA-VISITA-OSPITE.
           if visita-ospite-aperta
              move chiave-visita-ospite to vis-key
              move vis-ora to va-ora
              perform CONTROLLA-PASSBACK
              if not ingresso-ammesso
                 perform ACCODA-RIFIUTO
                 perform COMANDA-RIFIUTO
                 add 1 to num-respinte
                 exit paragraph
              end-if
              perform REGISTRA-USCITA-OSPITE
              perform COMANDA-APERTURA
              add 1 to num-uscite
              exit paragraph
           end-if.

           perform CONTROLLA-OSPITE.
           if ingresso-ammesso
              perform REGISTRA-INGRESSO-OSPITE
              perform COMANDA-APERTURA
              add 1 to num-accettate
           else
              perform ACCODA-RIFIUTO
              perform COMANDA-RIFIUTO
              add 1 to num-respinte
           end-if.

      ***---
       CERCA-VISITA-OSPITE.
           set visita-ospite-aperta to false.
           move osp-sede     to vis-sede.
           move osp-ath-code to vis-ath-code.
           move str-data     to vis-data.
           move low-value    to vis-ora.
           start visite key is >= vis-k-ospite
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read visite next at end exit perform end-read
              if vis-sede     not = osp-sede
              or vis-ath-code not = osp-ath-code
              or vis-data     not = str-data
                 exit perform
              end-if
              if vis-data-uscita = 0
                 set visita-ospite-aperta to true
                 move vis-key to chiave-visita-ospite
                 exit perform
              end-if
           end-perform.

      ***---
       CONTROLLA-OSPITE.
      *    Stato della sede di appartenenza riferito alla data della
      *    strisciata; al tornello anche il certificato mai caricato
      *    tiene chiuso, come per i soci di casa.
           move str-data to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-scan-num.
           move osp-data-estratto to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-estratto-num.
           compute giorni-residui = giorno-scan-num
                                  - giorno-estratto-num.
           if giorni-residui > 78-giorni-validita-estratto
              set ingresso-ammesso to false
              move "ospite: dati sede non aggiornati"
                to motivo-rifiuto
              exit paragraph
           end-if.
           if osp-scadenza-abb < str-data
              set ingresso-ammesso to false
              move "ospite: abbonamento scaduto" to motivo-rifiuto
              exit paragraph
           end-if.
           if osp-sospeso-da not = 0
           and osp-sospeso-da <= str-data
           and osp-sospeso-a  >= str-data
              set ingresso-ammesso to false
              move "ospite: abbonamento sospeso" to motivo-rifiuto
              exit paragraph
           end-if.
           if osp-moroso
              set ingresso-ammesso to false
              move "ospite: rata scaduta non pagata"
                to motivo-rifiuto
              exit paragraph
           end-if.
           if osp-scadenza-cert = 0
              set ingresso-ammesso to false
              move "ospite: certificato medico assente"
                to motivo-rifiuto
              exit paragraph
           end-if.
           if osp-scadenza-cert < str-data
              set ingresso-ammesso to false
              move "ospite: certificato medico scaduto"
                to motivo-rifiuto
           end-if.

      ***---
       REGISTRA-INGRESSO-OSPITE.
           initialize vis-rec.
           move str-data      to vis-data.
           move str-ora       to vis-ora.
           move osp-sede      to vis-sede.
           move osp-ath-code  to vis-ath-code.
           move osp-badge     to vis-badge.
           move osp-cognome   to vis-cognome.
           move osp-nome      to vis-nome.
           move "TORNELLO"    to vis-utente-registrazione.
           move 0 to vis-data-uscita vis-ora-uscita.
           write vis-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-VISITE
           end-write.

      ***---
       REGISTRA-USCITA-OSPITE.
           move chiave-visita-ospite to vis-key.
           read visite
                invalid exit paragraph
           end-read.
           move str-data to vis-data-uscita.
           move str-ora  to vis-ora-uscita.
           rewrite vis-rec
                   invalid continue
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-VISITE
           end-rewrite.

      ***---
       CERCA-VISITA-APERTA.
      *    Visita del giorno non ancora chiusa (uscita a zeri), via
           end-read.
           move str-data to chk-data-uscita.
           move str-ora  to chk-ora-uscita.
           rewrite chk-rec
                   invalid continue
               not invalid
                   set gnk-riscrittura to true
                   perform GIORNALE-CHECKIN
           end-rewrite.

      ***---
       REGISTRA-INGRESSO.
           move ath-code  to chk-code.
           move "TORNELLO" to chk-utente-registrazione.
           move 0 to chk-data-uscita chk-ora-uscita.
           write chk-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-CHECKIN
           end-write.

      ***---
       COMANDA-APERTURA.
           initialize cmd-rec.
           move "APRI"    to cmd-azione.
           move str-badge to cmd-badge.
           move promemoria-chiave to cmd-motivo.
           move spaces    to promemoria-chiave.
           write cmd-rec.

      ***---
       CONTROLLA-CHIAVE.
      *    Chiave giornaliera ancora fuori all'uscita: promemoria sul
      *    comando di apertura, la riconsegna la registra la reception.
           move spaces    to promemoria-chiave.
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
                 move asg-numero to r-armadietto
                 string "RICONSEGNARE CHIAVE ARMADIETTO "
                                       delimited size
                        r-armadietto   delimited size
                   into promemoria-chiave
                 end-string
                 exit perform
              end-if
           end-perform.

      ***---
       COMANDA-RIFIUTO.
           initialize cmd-rec.
           move str-ora        to grj-ora.
           move str-badge      to grj-badge.
           move motivo-rifiuto to grj-motivo.
           write grj-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-GATEREJ
           end-write.

      ***---
       CONTROLLA-ABBONAMENTO.
              move "abbonamento scaduto" to motivo-rifiuto
           end-if.

      ***---
       CONTROLLA-FASCIA.
      *    Fasce di accesso del piano dell'abbonamento appena letto,
      *    riferite a data e ora della strisciata.
           if sub-pln-code = spaces
              exit paragraph
           end-if.
           move sub-pln-code to pln-code.
           read plans
                invalid exit paragraph
           end-read.
           move str-data to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move str-ora(1:4) to ora-hhmm.
           perform VERIFICA-FASCE.
           if not fascia-definita
           or dentro-fascia
              exit paragraph
           end-if.

           set ingresso-ammesso to false.
           initialize motivo-rifiuto.
           string "fuori fascia oraria piano " delimited size
                  pln-code                     delimited size
             into motivo-rifiuto
           end-string.

           move str-data   to ffa-data.
           move str-ora    to ffa-ora.
           move ath-code   to ffa-code.
           move pln-code   to ffa-pln-code.
           set ffa-rifiutato to true.
           set ffa-tornello  to true.
           move "TORNELLO" to ffa-utente.
           write ffa-rec
                 invalid continue
             not invalid
                 set gnk-scrittura to true
                 perform GIORNALE-FUORIFASCIA
           end-write.

      ***---
       VERIFICA-FASCE.
      *    Stessa verifica di gcheckin: giorno della settimana dal
      *    numero di giorno (il 01/01/0001 era un lunedi') e ora hhmm
      *    contro le fasce del piano.
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
       CONTROLLA-SOSPENSIONE.
           move ath-code  to frz-code.
              move "certificato medico scaduto" to motivo-rifiuto
           end-if.

      ***---
       CONTROLLA-MINORE.
      *    Minorenne alla data della strisciata senza una riga TUTORI
      *    col consenso firmato: gate chiuso, come allo sportello.
           if ath-data-nascita = 0
              exit paragraph
           end-if.
           compute data-maggiore-eta = ath-data-nascita + 180000.
           if data-maggiore-eta <= str-data
              exit paragraph
           end-if.
           set consenso-presente to false.
           move ath-code  to tut-code.
           move low-value to tut-progr.
           start tutori key is >= tut-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read tutori next at end exit perform end-read
                    if tut-code not = ath-code
                       exit perform
                    end-if
                    if tut-data-consenso not = 0 and
                       tut-data-consenso <= str-data
                       set consenso-presente to true
                       exit perform
                    end-if
                 end-perform
           end-start.
           if not consenso-presente
              set ingresso-ammesso to false
              move "minorenne senza consenso del tutore"
                to motivo-rifiuto
           end-if.

      ***---
       CONTROLLA-RATE.
      *    Rata scaduta e non incassata = ingresso rifiutato, come
      *    allo sportello (l'avviso di rata in scadenza al tornello
      *    non ha nessuno a cui parlare e si salta). La rata
      *    presentata in banca con addebito diretto e in attesa di
      *    esito non blocca (allo sportello e' solo un avviso);
      *    quella respinta blocca col codice motivo della banca.
           move ath-code  to pay-code.
           move low-value to pay-data-inizio.
           move low-value to pay-num-rata.
                 exit perform
              end-if
              if pay-data-pagamento = 0
              and not pay-sdd-inviato
                 move pay-data-scadenza to como-data-calcolo
                 perform CALCOLA-NUMERO-GIORNO
                 move como-numero-giorno to giorno-scad-num
                                        - giorno-scan-num
                 if giorni-residui < 0
                    set ingresso-ammesso to false
                    if pay-sdd-respinto
                       initialize motivo-rifiuto
                       string "addebito diretto respinto, motivo "
                                             delimited size
                              pay-sdd-motivo delimited size
                         into motivo-rifiuto
                       end-string
                    else
                       move "rata scaduta non pagata"
                         to motivo-rifiuto
                    end-if
                    exit perform
                 end-if
              end-if
           move num-respinte  to clg-scartati.
           write clg-rec.
           close convlog.

      ***---
       GIORNALE-CHECKIN.
      *    Immagine dopo al giornale di giornata: l'operazione (W/R/D)
      *    la imposta chi chiama, subito dopo l'I/O riuscito.
           move "gate-scan" to gnk-programma.
           move "checkin"   to gnk-file.
           move chk-rec     to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-GATEREJ.
           move "gate-scan" to gnk-programma.
           move "gaterej"   to gnk-file.
           move grj-rec     to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-FUORIFASCIA.
           move "gate-scan"   to gnk-programma.
           move "fuorifascia" to gnk-file.
           move ffa-rec       to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.

      ***---
       GIORNALE-VISITE.
           move "gate-scan"   to gnk-programma.
           move "visite"      to gnk-file.
           move vis-rec       to gnk-immagine.
           call "giornale" using giornale-linkage esito-giornale.
