      *    e passo): un rilancio in modo ripresa ("R") salta i passi
      *    gia' completati nella data odierna e riparte da quello
      *    caduto, senza rifare backup e conversioni gia' riuscite.
      *    Prima della fotografia di snapfiles gira il rinnovo
      *    automatico degli abbonamenti (rin-auto), con la lista dei
      *    rinnovi esportata nella cartella dei report.
      *    Se la variabile d'ambiente RIORG_NOTTURNA vale "S", dopo la
      *    potatura dei giornali gira anche la riorganizzazione degli
      *    archivi (riorg-files, elenco e log nella sottocartella
      *    "riorg" dei report): e' un passo facoltativo, e un archivio
      *    non riorganizzato non ferma il resto della catena.
      *    Se la variabile d'ambiente WEB_CARTELLA indica la cartella
      *    di scambio col sito dei soci, dopo i rinnovi si caricano
      *    le richieste di prenotazione raccolte dal sito
      *    (prenotazioni.txt, con web-pren: risposte in
      *    esiti-aaaammgg.txt, richieste elaborate conservate in
      *    elaborate-aaaammgg.txt) e si riesporta la disponibilita'
      *    dei prossimi giorni (disponibilita.txt, con web-dispo).
      *    Senza il file delle richieste il caricamento si salta; un
      *    esito negativo resta in CHAINCKPT ma non ferma la catena.
      *    Se la variabile d'ambiente PROMEMORIA_CARTELLA indica la
      *    cartella del gateway mail/SMS, si caricano le risposte ai
      *    promemoria (risposte.txt, con prom-esiti: disdette e
      *    promozioni dalla lista d'attesa; elaborate conservate in
      *    risposte-elaborate-aaaammgg.txt) e si scrivono i
      *    promemoria per gli appuntamenti e le prenotazioni di
      *    domani (promemoria-aaaammgg.txt, con prom-invio), con la
      *    stessa regola: nessun file di risposte = passo saltato,
      *    esito negativo annotato senza fermare la catena.
      *    Se la variabile d'ambiente RECIPROCITA_CARTELLA indica la
      *    cartella di scambio con l'altra sede per l'accesso
      *    reciproco, si carica in OSPITI l'estratto dei soci
      *    dell'altra sede (ospiti.txt, con cons-ospiti; caricato
      *    conservato in ospiti-caricati-aaaammgg.txt) e si scrive
      *    quello dei soci di questa (soci.txt, con exp-accessi), che
      *    l'altra sede carichera' a sua volta come ospiti.txt. Stessa
      *    regola: nessun estratto da caricare = passo saltato, esito
      *    negativo annotato senza fermare la catena.
      *    Fra le conversioni gira anche conv-azzera, che mette a zero
      *    i campi numerici ricavati dal filler di coda rimasti a
      *    spazi sulle righe scritte prima che esistessero.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       77  esito-conv-checkin    signed-short.
       77  esito-conv-auditjrn   signed-short.
       77  esito-conv-mensile    signed-short.
       77  esito-conv-azzera     signed-short.
       77  esito-snapfiles       signed-short.
       77  esito-ret-purge       signed-short.
       77  esito-bak-rotate      signed-short.
       77  esito-sched-run       signed-short.
       77  esito-rin-auto        signed-short.
       77  esito-riorg-files     signed-short.
       77  esito-web-pren        signed-short.
       77  esito-web-dispo       signed-short.
       77  esito-prom-esiti      signed-short.
       77  esito-prom-invio      signed-short.
       77  esito-cons-ospiti     signed-short.
       77  esito-exp-accessi     signed-short.
       77  como-esito            signed-short.

       77  cartella-backup       pic x(200).
       77  cartella-archivi      pic x(200).
       77  cartella-riorg        pic x(200).
       77  riorg-notturna        pic x.
           88 riorg-notturna-si  value "S" "s".
      *    Politica di rotazione delle fotografie: quante giornaliere
      *    tenere e, piu' indietro, per quanti mesi tenere quella del
      *    primo del mese.
       78  78-keep-mensili       value 12.
       77  keep-giornalieri      pic 9(3).
       77  keep-mensili          pic 9(3).
      *    Rinnovo automatico: abbonamenti in scadenza entro questi
      *    giorni.
       78  78-giorni-rinnovo     value 7.
       77  giorni-rinnovo        pic 9(3).
       77  path-report-integrita pic x(256).
       77  path-report-copertura pic x(256).
       77  path-report-superset  pic x(256).
       77  path-report-limiti    pic x(256).
       77  path-report-mancanti  pic x(256).
      *    Interscambio prenotazioni col sito dei soci.
       77  cartella-web          pic x(200).
       77  path-web-richieste    pic x(256).
       77  path-web-elaborate    pic x(256).
       77  path-web-esiti        pic x(256).
       77  path-web-dispo        pic x(256).
       77  giorni-web            pic 9(3).
      *    Promemoria del giorno prima col gateway mail/SMS.
       77  cartella-gateway      pic x(200).
       77  path-prom-risposte    pic x(256).
       77  path-prom-elaborate   pic x(256).
       77  path-prom-uscita      pic x(256).
      *    Accesso reciproco con l'altra sede.
       77  cartella-reciprocita  pic x(200).
       77  path-ospiti           pic x(256).
       77  path-ospiti-caricati  pic x(256).
       77  path-soci             pic x(256).
       78  78-giorni-web         value 14.
      * AREA DI RITORNO DI C$FILEINFO
       01  file-info.
           05 file-info-size     pic x(8) comp-x.
           05 file-info-data     pic 9(8).
           05 file-info-ora      pic 9(8).
       77  path-report-rinnovi   pic x(256).

       77  controlli             pic xx.
           88 tutto-ok           value "OK".
           if tutto-ok
              perform LANCIA-CONV-MENSILE
           end-if.
           if tutto-ok
              perform LANCIA-CONV-AZZERA
           end-if.
           if tutto-ok
              perform LANCIA-RET-PURGE
           end-if.
           if tutto-ok
              perform LANCIA-RIORG-FILES
           end-if.
           if tutto-ok
              perform LANCIA-RIN-AUTO
           end-if.
           if tutto-ok
              perform LANCIA-WEB-PREN
           end-if.
           if tutto-ok
              perform LANCIA-WEB-DISPO
           end-if.
           if tutto-ok
              perform LANCIA-PROM-ESITI
           end-if.
           if tutto-ok
              perform LANCIA-PROM-INVIO
           end-if.
           if tutto-ok
              perform LANCIA-CONS-OSPITI
           end-if.
           if tutto-ok
              perform LANCIA-EXP-ACCESSI
           end-if.
           if tutto-ok
              perform LANCIA-SNAPFILES
           end-if.
           end-if.
           perform REGISTRA-ESITO-PASSO.

      ***---
       LANCIA-CONV-AZZERA.
      *    Campi numerici ricavati dal filler: sulle righe gia' a
      *    posto e' un giro di sola lettura.
           move "conv-azzera" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           call "conv-azzera" using "B" esito-conv-azzera.
           cancel "conv-azzera".
           if esito-conv-azzera not = 0
              set errori to true
           end-if.
           perform REGISTRA-ESITO-PASSO.

      ***---
       LANCIA-RET-PURGE.
      *    Dopo le conversioni e prima della fotografia di snapfiles:
           end-if.
           perform REGISTRA-ESITO-PASSO.

      ***---
       LANCIA-RIORG-FILES.
      *    Subito dopo la potatura, quando c'e' piu' spazio da
      *    recuperare, e prima di snapfiles, che cosi' fotografa gli
      *    archivi gia' compattati. Un esito negativo (lock attivi,
      *    archivio in uso o copia non verificata) resta in CHAINCKPT
      *    ma la catena prosegue: l'archivio e' rimasto com'era.
           move spaces to riorg-notturna.
           accept riorg-notturna from environment "RIORG_NOTTURNA".
           if not riorg-notturna-si
              exit paragraph
           end-if.
           move "riorg-files" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           initialize cartella-riorg.
           string link-cartella-report        delimited space
                  "\riorg"                    delimited size
             into cartella-riorg
           end-string.
           call "riorg-files" using spaces cartella-riorg "B"
                                    esito-riorg-files
           end-call.
           cancel "riorg-files".
           if esito-riorg-files not = 0
              set errori to true
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       LANCIA-RIN-AUTO.
      *    Rinnovo degli abbonamenti a rinnovo automatico in scadenza:
      *    il periodo successivo e le sue rate vengono scritti prima
      *    della fotografia di snapfiles, e la mattina la reception
      *    trova nella cartella dei report la lista dei rinnovi.
           move "rin-auto" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           initialize path-report-rinnovi.
           string link-cartella-report        delimited space
                  "\"                         delimited size
                  "rinnovi-"                   delimited size
                  oggi                         delimited size
                  ".pdf"                       delimited size
             into path-report-rinnovi
           end-string.
           move 78-giorni-rinnovo to giorni-rinnovo.
           call "rin-auto" using giorni-rinnovo spaces "F"
                                 path-report-rinnovi spaces
                                 esito-rin-auto
           end-call.
           cancel "rin-auto".
           if esito-rin-auto not = 0
              set errori to true
           end-if.
           perform REGISTRA-ESITO-PASSO.

      ***---
       LANCIA-WEB-PREN.
      *    Richieste del sito prima della fotografia di snapfiles,
      *    cosi' le prenotazioni caricate finiscono nel backup del
      *    giorno. Il file elaborato si conserva con la data e si
      *    toglie, perche' il rilancio non lo ricarichi.
           move spaces to cartella-web.
           accept cartella-web from environment "WEB_CARTELLA".
           if cartella-web = spaces
              exit paragraph
           end-if.
           initialize path-web-richieste.
           string cartella-web                delimited space
                  "\prenotazioni.txt"         delimited size
             into path-web-richieste
           end-string.
           initialize file-info.
           call "C$FILEINFO" using path-web-richieste, file-info
                            giving como-esito.
           if como-esito not = 0
              exit paragraph
           end-if.
           move "web-pren" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           initialize path-web-esiti path-web-elaborate.
           string cartella-web                delimited space
                  "\esiti-"                   delimited size
                  oggi                         delimited size
                  ".txt"                       delimited size
             into path-web-esiti
           end-string.
           string cartella-web                delimited space
                  "\elaborate-"               delimited size
                  oggi                         delimited size
                  ".txt"                       delimited size
             into path-web-elaborate
           end-string.
           call "web-pren" using path-web-richieste path-web-esiti
                                 "B" esito-web-pren
           end-call.
           cancel "web-pren".
           if esito-web-pren not = 0
              set errori to true
           else
              call "C$COPY" using path-web-richieste,
                                  path-web-elaborate, "S"
                           giving como-esito
              if como-esito = 0
                 call "C$DELETE" using path-web-richieste, "S"
              end-if
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       LANCIA-WEB-DISPO.
      *    Disponibilita' aggiornata dopo le prenotazioni appena
      *    caricate.
           move spaces to cartella-web.
           accept cartella-web from environment "WEB_CARTELLA".
           if cartella-web = spaces
              exit paragraph
           end-if.
           move "web-dispo" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           initialize path-web-dispo.
           string cartella-web                delimited space
                  "\disponibilita.txt"        delimited size
             into path-web-dispo
           end-string.
           move 78-giorni-web to giorni-web.
           call "web-dispo" using giorni-web path-web-dispo
                                  "B" esito-web-dispo
           end-call.
           cancel "web-dispo".
           if esito-web-dispo not = 0
              set errori to true
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       LANCIA-PROM-ESITI.
      *    Prima le risposte arrivate dopo l'ultimo caricamento, poi
      *    i promemoria nuovi: gli avvisi ai promossi dalla lista
      *    finiscono nello stesso file del gateway.
           move spaces to cartella-gateway.
           accept cartella-gateway from environment
                  "PROMEMORIA_CARTELLA".
           if cartella-gateway = spaces
              exit paragraph
           end-if.
           initialize path-prom-risposte.
           string cartella-gateway            delimited space
                  "\risposte.txt"             delimited size
             into path-prom-risposte
           end-string.
           initialize file-info.
           call "C$FILEINFO" using path-prom-risposte, file-info
                            giving como-esito.
           if como-esito not = 0
              exit paragraph
           end-if.
           move "prom-esiti" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           perform COMPONI-PATH-PROMEMORIA.
           initialize path-prom-elaborate.
           string cartella-gateway            delimited space
                  "\risposte-elaborate-"      delimited size
                  oggi                         delimited size
                  ".txt"                       delimited size
             into path-prom-elaborate
           end-string.
           call "prom-esiti" using path-prom-risposte
                                   path-prom-uscita
                                   "B" esito-prom-esiti
           end-call.
           cancel "prom-esiti".
           if esito-prom-esiti not = 0
              set errori to true
           else
              call "C$COPY" using path-prom-risposte,
                                  path-prom-elaborate, "S"
                           giving como-esito
              if como-esito = 0
                 call "C$DELETE" using path-prom-risposte, "S"
              end-if
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       LANCIA-PROM-INVIO.
           move spaces to cartella-gateway.
           accept cartella-gateway from environment
                  "PROMEMORIA_CARTELLA".
           if cartella-gateway = spaces
              exit paragraph
           end-if.
           move "prom-invio" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           perform COMPONI-PATH-PROMEMORIA.
           call "prom-invio" using path-prom-uscita
                                   "B" esito-prom-invio
           end-call.
           cancel "prom-invio".
           if esito-prom-invio not = 0
              set errori to true
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       COMPONI-PATH-PROMEMORIA.
           initialize path-prom-uscita.
           string cartella-gateway            delimited space
                  "\promemoria-"              delimited size
                  oggi                         delimited size
                  ".txt"                       delimited size
             into path-prom-uscita
           end-string.

      ***---
       LANCIA-CONS-OSPITI.
      *    Prima i soci dell'altra sede, cosi' la reception e il
      *    tornello di domani mattina li riconoscono gia'.
           move spaces to cartella-reciprocita.
           accept cartella-reciprocita from environment
                  "RECIPROCITA_CARTELLA".
           if cartella-reciprocita = spaces
              exit paragraph
           end-if.
           initialize path-ospiti.
           string cartella-reciprocita        delimited space
                  "\ospiti.txt"               delimited size
             into path-ospiti
           end-string.
           initialize file-info.
           call "C$FILEINFO" using path-ospiti, file-info
                            giving como-esito.
           if como-esito not = 0
              exit paragraph
           end-if.
           move "cons-ospiti" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           initialize path-ospiti-caricati.
           string cartella-reciprocita        delimited space
                  "\ospiti-caricati-"         delimited size
                  oggi                         delimited size
                  ".txt"                       delimited size
             into path-ospiti-caricati
           end-string.
           call "cons-ospiti" using path-ospiti
                                    "B" esito-cons-ospiti
           end-call.
           cancel "cons-ospiti".
           if esito-cons-ospiti not = 0
              set errori to true
           else
              call "C$COPY" using path-ospiti,
                                  path-ospiti-caricati, "S"
                           giving como-esito
              if como-esito = 0
                 call "C$DELETE" using path-ospiti, "S"
              end-if
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       LANCIA-EXP-ACCESSI.
           move spaces to cartella-reciprocita.
           accept cartella-reciprocita from environment
                  "RECIPROCITA_CARTELLA".
           if cartella-reciprocita = spaces
              exit paragraph
           end-if.
           move "exp-accessi" to passo-corrente.
           perform PASSO-GIA-COMPLETATO.
           if passo-completato
              exit paragraph
           end-if.
           initialize path-soci.
           string cartella-reciprocita        delimited space
                  "\soci.txt"                 delimited size
             into path-soci
           end-string.
           call "exp-accessi" using path-soci
                                    "B" esito-exp-accessi
           end-call.
           cancel "exp-accessi".
           if esito-exp-accessi not = 0
              set errori to true
           end-if.
           perform REGISTRA-ESITO-PASSO.
           set tutto-ok to true.

      ***---
       LANCIA-SNAPFILES.
           move "snapfiles" to passo-corrente.
