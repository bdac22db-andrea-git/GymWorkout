      *    Spedizione di una campagna di comunicazione (CAMPAIGNS):
      *    risolve la selezione dei destinatari (abbonamenti in
      *    scadenza entro N giorni, atleti di un trainer, inattivi da
      *    N giorni sull'ultimo ingresso CHECKIN, premiati di una
      *    sfida di palestra chiusa: posizioni fino a sfd-premiati in
      *    ogni categoria di SFIDEISC, con la data di chiusura come
      *    <DATA>), sostituisce nel testo i segnaposto <NOME> e
      *    <DATA>, scrive il messaggio su file nella cartella
      *    indicata e lo consegna al comando di
      *    posta configurato con l'indirizzo di anagrafica
      *    (ath-email), come il modo mail di st-wod-batch. Ogni
      *    destinatario lascia una riga nel registro MAILLOG
      *    (campagna+atleta): il rilancio della stessa campagna salta
      *    chi e' gia' a registro, quindi il doppio invio non puo'
      *    succedere. Esito complessivo in CONVLOG.
      *    Si spedisce solo a chi ha il consenso marketing in vigore
      *    nel registro CONSENSI (gconsensi): chi non l'ha mai dato o
      *    l'ha revocato resta a registro MAILLOG con esito proprio
      *    ("C") e nel conteggio degli scartati.
      ******************************************************************

       INPUT-OUTPUT SECTION.
           copy "subscriptions.sl".
           copy "checkin.sl".
           copy "convlog.sl".
           copy "consensi.sl".
           copy "sfide.sl".
           copy "sfideisc.sl".
       SELECT messaggio
           ASSIGN       TO  path-messaggio
           ORGANIZATION IS LINE SEQUENTIAL
           copy "subscriptions.fd".
           copy "checkin.fd".
           copy "convlog.fd".
           copy "consensi.fd".
           copy "sfide.fd".
           copy "sfideisc.fd".

       FD  messaggio
           LABEL RECORD IS STANDARD.
       77  status-subscriptions    pic xx.
       77  status-checkin          pic xx.
       77  status-convlog          pic xx.
       77  status-consensi         pic xx.
       77  status-sfide            pic xx.
       77  status-sfideisc         pic xx.
       77  status-messaggio        pic xx.
       77  path-messaggio          pic x(256).

           88 ultimo-ingresso-trovato value 1 false 0.
       77  filler                  pic 9.
           88 destinatario-valido  value 1 false 0.
       77  filler                  pic 9.
           88 consenso-marketing   value 1 false 0.

      * CALCOLO DEI GIORNI DI CALENDARIO (come in gcheckin)
       01  tab-giorni-cumulati.
                 close maillog
                 open i-o maillog
              end-if
              open input athletes subscriptions checkin consensi

              evaluate true
              when cmp-sel-scadenze perform SELEZIONA-SCADENZE
              when cmp-sel-trainer  perform SELEZIONA-TRAINER
              when cmp-sel-inattivi perform SELEZIONA-INATTIVI
              when cmp-sel-vincitori
                   perform SELEZIONA-VINCITORI
              end-evaluate

              close maillog athletes subscriptions checkin consensi
           end-if.
           close campaigns.

              end-if
           end-perform.

      ***---
       SELEZIONA-VINCITORI.
      *    Premiati della sfida, solo a classifica finale: sulla
      *    chiave di classifica le posizioni da 1 a sfd-premiati di
      *    ogni categoria (i pari merito ci sono tutti).
           open input sfide sfideisc.
           move cmp-sfd-code to sfd-code.
           read sfide
                invalid
                   move spaces to sfd-stato
           end-read.
           if not sfd-chiusa
              set errori to true
              if not link-batch
                 display message "La sfida " cmp-sfd-code
                                 " non ha ancora la classifica finale"
                            title "Spedizione campagna"
                             icon 3
              end-if
              close sfide sfideisc
              exit paragraph
           end-if.
           move sfd-code  to sfi-sfd-code.
           move low-value to sfi-categoria.
           move 0         to sfi-ordine.
           start sfideisc key is >= sfi-k-classifica
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read sfideisc next at end exit perform end-read
                    if sfi-sfd-code not = sfd-code
                       exit perform
                    end-if
                    if sfi-punteggio-presente
                    and sfi-posizione >= 1
                    and sfi-posizione <= sfd-premiati
                       move sfi-ath-code      to codice-destinatario
                       move sfd-data-chiusura to data-merge
                       perform SPEDISCI-DESTINATARIO
                    end-if
                 end-perform
           end-start.
           close sfide sfideisc.

      ***---
       CONTROLLA-INATTIVITA.
      *    Ultimo ingresso dell'atleta dal fondo del suo storico
                   add 1 to num-scartati
                   exit paragraph
           end-read.
           if ath-anonimizzato or ath-fuso
              add 1 to num-scartati
              exit paragraph
           end-if.
           perform CONTROLLA-CONSENSO.
           if not consenso-marketing
              set cml-esito-senza-consenso to true
              perform SCRIVI-MAILLOG
              add 1 to num-scartati
              exit paragraph
           end-if.
           perform CONSEGNA-AL-COMANDO.
           perform SCRIVI-MAILLOG.

      ***---
       CONTROLLA-CONSENSO.
      *    Vale l'ultima dichiarazione dell'atleta per la finalita'
      *    marketing: consenso dato = si spedisce; revocato o mai
      *    espresso = no.
           set consenso-marketing to false.
           move codice-destinatario to cns-code.
           move "M"                 to cns-finalita.
           move 99999999            to cns-data cns-ora.
           start consensi key is <= cns-key
                 invalid exit paragraph
           end-start.
           read consensi next
                at end exit paragraph
           end-read.
           if cns-code = codice-destinatario and cns-marketing
              and cns-dato
              set consenso-marketing to true
           end-if.

      ***---
       COMPONI-MESSAGGIO.
      *    Sostituzione dei segnaposto: la prima occorrenza di <NOME>
