       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      solleciti.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Solleciti di pagamento a scalare sulle rate scadute e non
      *    incassate di PAYMENTS, prima che il socio lo scopra dal
      *    blocco al tornello (CONTROLLA-RATE di gcheckin, gate-scan):
      *      livello 1 primo avviso cortese oltre link-giorni-primo
      *                giorni dalla scadenza;
      *      livello 2 secondo avviso oltre link-giorni-secondo;
      *      livello 3 diffida formale oltre link-giorni-diffida.
      *    (zero in linkage = 78-giorni-primo/-secondo/-diffida).
      *    Ogni lettera spedita lascia una riga nel registro DUNNING
      *    (rata+livello) e un livello gia' a registro non riparte;
      *    se un lancio salta piu' soglie parte soltanto il livello
      *    piu' alto dovuto. Le rate gia' presentate in banca con
      *    l'addebito diretto (sdd-invio) aspettano l'esito e non si
      *    sollecitano.
      *    Consegna come camp-invio: messaggio su file nella cartella
      *    indicata e comando di posta configurato con l'indirizzo di
      *    anagrafica (ath-email). Senza indirizzo, senza comando o
      *    con il comando fallito la lettera esce sullo spooler, una
      *    per pagina, seguita dalla lista dei solleciti del lancio;
      *    una stampa annullata non va a registro e riparte al giro
      *    dopo.
      *    Oggetto e testo delle lettere sono le campagne SOLL1, SOLL2
      *    e SOLL3 di CAMPAIGNS (gcampaign), con i segnaposto <NOME>,
      *    <DATA> (scadenza della rata) e <IMPORTO>; una campagna
      *    mancante lascia il testo di base del programma.
      *    Esito del lancio in CONVLOG.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "payments.sl".
       copy "dunning.sl".
       copy "athletes.sl".
       copy "campaigns.sl".
       copy "convlog.sl".
       SELECT lettera
           ASSIGN       TO  path-lettera
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-lettera.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "payments.fd".
       copy "dunning.fd".
       copy "athletes.fd".
       copy "campaigns.fd".
       copy "convlog.fd".

       FD  lettera
           LABEL RECORD IS STANDARD.
       01  let-riga                PIC  x(600).

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "acucobol.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-payments       pic xx.
       77  status-dunning        pic xx.
       77  status-athletes       pic xx.
       77  status-campaigns      pic xx.
       77  status-convlog        pic xx.
       77  status-lettera        pic xx.
       77  path-lettera          pic x(256).

      * COSTANTI
       78  titolo                value "Solleciti di pagamento".
       78  78-giorni-primo       value 7.
       78  78-giorni-secondo     value 21.
       78  78-giorni-diffida     value 45.
       78  78-codice-visitatore  value 999999999999999998.
       78  78-max-solleciti      value 1000.
      *    Larghezza della riga di testo nella lettera stampata.
       78  78-larghezza-riga     value 95.

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
           88 stampa-riuscita    value 1 false 0.
       77  filler                pic 9.
           88 prima-lettera      value 1 false 0.

      * SOGLIE DEL LANCIO
       77  giorni-primo          pic 9(3).
       77  giorni-secondo        pic 9(3).
       77  giorni-diffida        pic 9(3).
       77  livello-dovuto        pic 9.
       77  livello-inviato       pic 9.

      * CONTATORI
       77  num-esaminate         pic 9(6) value 0.
       77  num-mail              pic 9(6) value 0.
       77  num-stampate          pic 9(6) value 0.
       77  num-scartate          pic 9(6) value 0.

      * TESTI DELLE LETTERE PER LIVELLO (campagne SOLL1..SOLL3)
       01  tab-testi.
           05 tst-el             occurs 3 times.
               10 tst-oggetto        pic x(60).
               10 tst-testo          pic x(500).
       77  tst-ix                pic 9.
       77  codice-campagna       pic x(5).

      * SOLLECITI DEL LANCIO
       01  tab-solleciti.
           05 sol-el             occurs 1000 times.
               10 sol-pay-key        pic x(30).
               10 sol-livello        pic 9.
               10 sol-giorni         pic 9(5).
               10 sol-importo        pic 9(5)v99.
               10 sol-scadenza       pic 9(8).
               10 sol-inizio         pic 9(8).
               10 sol-num-rata       pic 9(4).
               10 sol-nominativo     pic x(81).
               10 sol-email          pic x(60).
               10 sol-canale         pic x.
                   88 sol-via-mail       value "M".
                   88 sol-via-stampa     value "S".
       77  sol-count             pic 9(4) value 0.
       77  sol-ix                pic 9(4).

      * COMPOSIZIONE DEL MESSAGGIO
       01  testo-merge           pic x(600).
       01  testo-parte1          pic x(600).
       01  testo-parte2          pic x(600).
       77  segnaposto            pic x(9).
       77  lung-segnaposto       pic 99.
       77  valore-segnaposto     pic x(81).
       77  pos-segnaposto        pic 9(4).
       77  puntatore-merge       pic 9(4).
       77  r-importo-merge       pic zz.zz9,99.
       77  comando-mail          pic x(512).
       77  comando-configurato   pic x(200).
       77  como-esito            signed-short.

      * A CAPO DEL TESTO NELLA LETTERA STAMPATA
       77  pos-testo             pic 9(4).
       77  lung-testo            pic 9(4).
       77  lung-pezzo            pic 9(4).

      * CALCOLO DEI GIORNI DI CALENDARIO (come in gcheckin)
       77  oggi                  pic 9(8).
       01  tab-giorni-cumulati.
           05 filler             pic x(36) value
              "000031059090120151181212243273304334".
       01  filler redefines tab-giorni-cumulati.
           05 giorni-cumulati-mese
                                 occurs 12 pic 9(3).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).
       77  giorno-oggi-num       pic 9(8).
       77  giorni-ritardo        pic s9(5).

      * RIGHE DI STAMPA
       01  r-riga                pic x(200).
       01  r-data-disp           pic 99/99/9999.
       01  r-inizio-disp         pic 99/99/9999.
       01  r-importo-disp        pic zz.zz9,99.
       01  r-rata-disp           pic zzz9.
       01  r-giorni-disp         pic zzzz9.
       01  r-num-disp            pic zzzzz9.
       01  r-livello             pic x(30).

       LINKAGE SECTION.
       77  link-giorni-primo     pic 9(3).
       77  link-giorni-secondo   pic 9(3).
       77  link-giorni-diffida   pic 9(3).
       77  link-comando-mail     pic x(200).
       77  link-cartella-mail    pic x(200).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".
       77  link-status           signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-giorni-primo link-giorni-secondo
                                 link-giorni-diffida
                                 link-comando-mail link-cartella-mail
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima
                                 link-status.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform CARICA-TESTI
              perform SELEZIONA-RATE
              perform SPEDISCI-MAIL
              perform STAMPA
              perform REGISTRA-STAMPATE
              perform CHIUDI-FILES
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
           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-oggi-num.
           initialize tab-solleciti.

           move link-giorni-primo   to giorni-primo.
           move link-giorni-secondo to giorni-secondo.
           move link-giorni-diffida to giorni-diffida.
           if giorni-primo = 0
              move 78-giorni-primo   to giorni-primo
           end-if.
           if giorni-secondo = 0
              move 78-giorni-secondo to giorni-secondo
           end-if.
           if giorni-diffida = 0
              move 78-giorni-diffida to giorni-diffida
           end-if.
      *    Soglie incoerenti (secondo avviso prima del primo): si
      *    lavora su quelle di base piuttosto che saltare livelli.
           if giorni-secondo <= giorni-primo
           or giorni-diffida <= giorni-secondo
              move 78-giorni-primo   to giorni-primo
              move 78-giorni-secondo to giorni-secondo
              move 78-giorni-diffida to giorni-diffida
           end-if.

      ***---
       APRI-FILES.
           open input payments.
           if status-payments not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open i-o dunning.
           if status-dunning = "35"
              open output dunning
              close dunning
              open i-o dunning
           end-if.
           if status-dunning not = "00" and not = "05"
              close payments
              set errori to true
              exit paragraph
           end-if.
           open input athletes campaigns.

      ***---
       CARICA-TESTI.
           move "Primo sollecito di pagamento" to tst-oggetto(1).
           string "Gentile <NOME>, dai nostri archivi la rata scaduta "
                  "il <DATA> di euro <IMPORTO> non risulta ancora "
                  "saldata. Se ha gia' provveduto non tenga conto di "
                  "questo avviso; altrimenti la preghiamo di "
                  "regolarizzarla alla reception alla prima occasione."
                  delimited size
             into tst-testo(1)
           end-string.
           move "Secondo sollecito di pagamento" to tst-oggetto(2).
           string "Gentile <NOME>, nonostante il precedente avviso la "
                  "rata scaduta il <DATA> di euro <IMPORTO> risulta "
                  "ancora da saldare. La invitiamo a regolarizzarla "
                  "entro pochi giorni: in mancanza l'accesso alla "
                  "palestra verra' sospeso."
                  delimited size
             into tst-testo(2)
           end-string.
           move "Diffida di pagamento" to tst-oggetto(3).
           string "Gentile <NOME>, la rata scaduta il <DATA> di euro "
                  "<IMPORTO> risulta tuttora insoluta nonostante i "
                  "solleciti gia' inviati. Con la presente la "
                  "diffidiamo formalmente a saldare il dovuto entro 15 "
                  "giorni, trascorsi i quali procederemo al recupero "
                  "del credito nelle sedi opportune."
                  delimited size
             into tst-testo(3)
           end-string.

           if status-campaigns not = "00" and not = "05"
              exit paragraph
           end-if.
           perform varying tst-ix from 1 by 1
                     until tst-ix > 3
              initialize codice-campagna
              string "SOLL"  delimited size
                     tst-ix  delimited size
                into codice-campagna
              end-string
              move codice-campagna to cmp-code
              read campaigns
                   invalid continue
               not invalid
                   if cmp-testo not = spaces
                      move cmp-oggetto to tst-oggetto(tst-ix)
                      move cmp-testo   to tst-testo(tst-ix)
                   end-if
              end-read
           end-perform.

      ***---
       SELEZIONA-RATE.
      *    Rate per scadenza (pay-k-scadenza) dalla piu' vecchia: ci
      *    si ferma alla prima che non ha ancora il ritardo minimo.
           move 0 to pay-data-scadenza pay-code
                     pay-data-inizio pay-num-rata.
           start payments key is >= pay-k-scadenza
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              move pay-data-scadenza to como-data-calcolo
              perform CALCOLA-NUMERO-GIORNO
              compute giorni-ritardo = giorno-oggi-num
                                     - como-numero-giorno
              if giorni-ritardo < giorni-primo
                 exit perform
              end-if
              if pay-data-pagamento = 0
              and pay-code not = 78-codice-visitatore
              and pay-importo > 0
              and not pay-sdd-inviato
                 add 1 to num-esaminate
                 perform VALUTA-RATA
              end-if
           end-perform.

      ***---
       VALUTA-RATA.
           evaluate true
           when giorni-ritardo >= giorni-diffida
                move 3 to livello-dovuto
           when giorni-ritardo >= giorni-secondo
                move 2 to livello-dovuto
           when other
                move 1 to livello-dovuto
           end-evaluate.

      *    Livello piu' alto gia' a registro per la rata.
           move 0 to livello-inviato.
           move pay-key to dun-pay-key.
           move 9       to dun-livello.
           start dunning key is <= dun-key
                 invalid continue
             not invalid
                 read dunning next
                      at end continue
                  not at end
                      if dun-pay-key = pay-key
                         move dun-livello to livello-inviato
                      end-if
                 end-read
           end-start.
           if livello-dovuto <= livello-inviato
              exit paragraph
           end-if.

           move pay-code to ath-code.
           read athletes
                invalid
                   add 1 to num-scartate
                   exit paragraph
           end-read.
           if ath-anonimizzato or ath-fuso
              add 1 to num-scartate
              exit paragraph
           end-if.
           if sol-count >= 78-max-solleciti
              add 1 to num-scartate
              exit paragraph
           end-if.

           add 1 to sol-count.
           move pay-key            to sol-pay-key(sol-count).
           move livello-dovuto     to sol-livello(sol-count).
           move giorni-ritardo     to sol-giorni(sol-count).
           move pay-importo        to sol-importo(sol-count).
           move pay-data-scadenza  to sol-scadenza(sol-count).
           move pay-data-inizio    to sol-inizio(sol-count).
           move pay-num-rata       to sol-num-rata(sol-count).
           move ath-email          to sol-email(sol-count).
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
             into sol-nominativo(sol-count)
           end-string.
           if ath-email = spaces
           or link-comando-mail = spaces
              set sol-via-stampa(sol-count) to true
           else
              set sol-via-mail(sol-count)   to true
           end-if.

      ***---
       SPEDISCI-MAIL.
           perform varying sol-ix from 1 by 1
                     until sol-ix > sol-count
              if sol-via-mail(sol-ix)
                 perform COMPONI-MESSAGGIO
                 perform SCRIVI-FILE-MESSAGGIO
                 perform CONSEGNA-AL-COMANDO
      *          Comando fallito: la lettera esce in stampa.
                 if como-esito = 0
                    add 1 to num-mail
                    perform SCRIVI-DUNNING
                 else
                    set sol-via-stampa(sol-ix) to true
                 end-if
              end-if
           end-perform.

      ***---
       COMPONI-MESSAGGIO.
      *    Segnaposto come in camp-invio: la prima occorrenza di
      *    <NOME>, <DATA> e <IMPORTO> diventa nominativo, scadenza e
      *    importo della rata.
           move sol-livello(sol-ix)  to tst-ix.
           move tst-testo(tst-ix)    to testo-merge.

           move "<NOME>"               to segnaposto.
           move 6                      to lung-segnaposto.
           move sol-nominativo(sol-ix) to valore-segnaposto.
           perform SOSTITUISCI-SEGNAPOSTO.

           move sol-scadenza(sol-ix) to r-data-disp.
           move "<DATA>"             to segnaposto.
           move 6                    to lung-segnaposto.
           move r-data-disp          to valore-segnaposto.
           perform SOSTITUISCI-SEGNAPOSTO.

           move sol-importo(sol-ix)  to r-importo-merge.
           move 0 to pos-segnaposto.
           inspect r-importo-merge tallying pos-segnaposto
                   for leading spaces.
           move "<IMPORTO>"          to segnaposto.
           move 9                    to lung-segnaposto.
           move r-importo-merge(pos-segnaposto + 1:)
             to valore-segnaposto.
           perform SOSTITUISCI-SEGNAPOSTO.

      ***---
       SOSTITUISCI-SEGNAPOSTO.
      *    Il testo prima del segnaposto resta com'e' (spazi compresi),
      *    il valore entra fino al primo doppio spazio e il resto del
      *    testo lo segue.
           move 0 to pos-segnaposto.
           inspect testo-merge tallying pos-segnaposto
                   for characters before initial
                       segnaposto(1:lung-segnaposto).
           if pos-segnaposto + lung-segnaposto >= 600
              exit paragraph
           end-if.
           move testo-merge to testo-parte1.
           move testo-parte1(pos-segnaposto + lung-segnaposto + 1:)
             to testo-parte2.
           move spaces to testo-merge.
           if pos-segnaposto > 0
              move testo-parte1(1:pos-segnaposto) to testo-merge
           end-if.
           compute puntatore-merge = pos-segnaposto + 1.
           string valore-segnaposto delimited "  "
                  testo-parte2      delimited size
             into testo-merge
             with pointer puntatore-merge
           end-string.

      ***---
       SCRIVI-FILE-MESSAGGIO.
           initialize path-lettera.
           string link-cartella-mail     delimited space
                  "\soll-"               delimited size
                  sol-livello(sol-ix)    delimited size
                  "-"                    delimited size
                  sol-pay-key(sol-ix)    delimited size
                  ".txt"                 delimited size
             into path-lettera
           end-string.
           open output lettera.
           move tst-oggetto(tst-ix) to let-riga.
           write let-riga.
           move spaces to let-riga.
           write let-riga.
           move testo-merge to let-riga.
           write let-riga.
           close lettera.

      ***---
       CONSEGNA-AL-COMANDO.
      *    Stessa consegna di camp-invio: comando configurato +
      *    indirizzo + file del messaggio.
           move link-comando-mail to comando-configurato.
           inspect comando-configurato
                   replacing trailing space by low-value.
           initialize comando-mail.
           string comando-configurato delimited low-value
                  " "                 delimited size
                  sol-email(sol-ix)   delimited space
                  " "                 delimited size
                  path-lettera        delimited space
             into comando-mail
           end-string.
           call "C$SYSTEM" using comando-mail
                          giving como-esito.

      ***---
       SCRIVI-DUNNING.
           initialize dun-rec.
           move sol-pay-key(sol-ix)  to dun-pay-key.
           move sol-livello(sol-ix)  to dun-livello.
           accept dun-data-invio     from century-date.
           accept dun-ora-invio      from time.
           move sol-giorni(sol-ix)   to dun-giorni-ritardo.
           move sol-importo(sol-ix)  to dun-importo.
           move sol-canale(sol-ix)   to dun-canale.
           if sol-via-mail(sol-ix)
              move sol-email(sol-ix) to dun-email
           end-if.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID  to dun-utente.
           write dun-rec invalid continue end-write.

      ***---
       REGISTRA-STAMPATE.
      *    Le lettere stampate vanno a registro solo a stampa chiusa:
      *    una stampa annullata le ripropone al lancio successivo.
           if not stampa-riuscita
              exit paragraph
           end-if.
           perform varying sol-ix from 1 by 1
                     until sol-ix > sol-count
              if sol-via-stampa(sol-ix)
                 add 1 to num-stampate
                 perform SCRIVI-DUNNING
              end-if
           end-perform.

      ***---
       STAMPA.
           set stampa-riuscita to false.
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
              set prima-lettera to true
              perform varying sol-ix from 1 by 1
                        until sol-ix > sol-count
                 if sol-via-stampa(sol-ix)
                    perform STAMPA-LETTERA
                 end-if
              end-perform
              if not prima-lettera
                 perform SALTO-PAGINA
              end-if

              move 0,6 to spl-riga
              move oggi to r-data-disp
              initialize r-riga
              string titolo          delimited size
                     " del "         delimited size
                     r-data-disp     delimited size
                into r-riga
              end-string
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA
              add 0,25 to spl-riga

              perform STAMPA-ESITI
              perform STAMPA-TOTALI

              set spl-chiusura to true
              call   "spooler" using spooler-link
              set stampa-riuscita to true
           end-if.

      ***---
       STAMPA-LETTERA.
           if not prima-lettera
              perform SALTO-PAGINA
           end-if.
           set prima-lettera to false.
           perform COMPONI-MESSAGGIO.

           move 0,6 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           evaluate sol-livello(sol-ix)
           when 1 move "PRIMO AVVISO"         to r-livello
           when 2 move "SECONDO AVVISO"       to r-livello
           when 3 move "DIFFIDA DI PAGAMENTO" to r-livello
           end-evaluate.
           move r-livello to r-riga.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.
           move oggi to r-data-disp.
           initialize r-riga.
           string "Data: "    delimited size
                  r-data-disp delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           add 0,45 to spl-riga.
           initialize r-riga.
           string "Spett.le "              delimited size
                  sol-nominativo(sol-ix)   delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           add 0,45 to spl-riga.

           move ArialNarrow11B to spl-hfont.
           initialize r-riga.
           string "Oggetto: "          delimited size
                  tst-oggetto(tst-ix)  delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           add 0,3 to spl-riga.
           move ArialNarrow11 to spl-hfont.
           perform STAMPA-TESTO-A-CAPO.
           add 0,45 to spl-riga.

           move sol-num-rata(sol-ix) to r-rata-disp.
           move sol-inizio(sol-ix)   to r-inizio-disp.
           move sol-scadenza(sol-ix) to r-data-disp.
           move sol-importo(sol-ix)  to r-importo-disp.
           initialize r-riga.
           string "Rata "                 delimited size
                  r-rata-disp             delimited size
                  " abbonamento dal "     delimited size
                  r-inizio-disp           delimited size
                  ", scaduta il "         delimited size
                  r-data-disp             delimited size
                  ", importo euro "       delimited size
                  r-importo-disp          delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TESTO-A-CAPO.
      *    Il testo va a capo sull'ultimo spazio entro
      *    78-larghezza-riga caratteri.
           move 0 to lung-testo.
           perform varying pos-testo from 600 by -1
                     until pos-testo = 0
              if testo-merge(pos-testo:1) not = space
                 move pos-testo to lung-testo
                 exit perform
              end-if
           end-perform.
           move 1 to pos-testo.
           perform until pos-testo > lung-testo
              compute lung-pezzo = lung-testo - pos-testo + 1
              if lung-pezzo > 78-larghezza-riga
                 move 78-larghezza-riga to lung-pezzo
                 perform until lung-pezzo = 1
                    if testo-merge(pos-testo + lung-pezzo:1) = space
                       exit perform
                    end-if
                    subtract 1 from lung-pezzo
                 end-perform
                 if lung-pezzo = 1
                    move 78-larghezza-riga to lung-pezzo
                 end-if
              end-if
              move testo-merge(pos-testo:lung-pezzo) to r-riga
              perform SCRIVI-RIGA
              add lung-pezzo to pos-testo
              perform until pos-testo > lung-testo
                 if testo-merge(pos-testo:1) not = space
                    exit perform
                 end-if
                 add 1 to pos-testo
              end-perform
           end-perform.

      ***---
       STAMPA-ESITI.
           if sol-count = 0
              move "Nessun sollecito da spedire" to r-riga
              move ArialNarrow11 to spl-hfont
              perform SCRIVI-RIGA
              exit paragraph
           end-if.
           move ArialNarrow11 to spl-hfont.
           perform varying sol-ix from 1 by 1
                     until sol-ix > sol-count
              move sol-scadenza(sol-ix) to r-data-disp
              move sol-importo(sol-ix)  to r-importo-disp
              move sol-giorni(sol-ix)   to r-giorni-disp
              if sol-via-mail(sol-ix)
                 move "mail"   to r-livello
              else
                 move "stampa" to r-livello
              end-if
              initialize r-riga
              string sol-pay-key(sol-ix)(1:18) delimited size
                     "  "                      delimited size
                     sol-nominativo(sol-ix)    delimited "  "
                     "  livello "              delimited size
                     sol-livello(sol-ix)       delimited size
                     "  scad. "                delimited size
                     r-data-disp               delimited size
                     " (gg "                   delimited size
                     r-giorni-disp             delimited size
                     ")  "                     delimited size
                     r-importo-disp            delimited size
                     "  "                      delimited size
                     r-livello                 delimited space
                into r-riga
              end-string
              move r-riga to spl-riga-stampa
              move 1      to spl-tipo-colonna
              perform SCRIVI
              add 0,4 to spl-riga
           end-perform.

      ***---
       STAMPA-TOTALI.
           add 0,3 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           move num-mail to r-num-disp.
           initialize r-riga.
           string "Spediti per mail: " delimited size
                  r-num-disp           delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.
           compute r-num-disp = sol-count - num-mail.
           initialize r-riga.
           string "Lettere stampate: " delimited size
                  r-num-disp           delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       SALTO-PAGINA.
           set spl-salto-pagina to true.
           call "spooler" using spooler-link.

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
           move "solleciti"     to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-esaminate to clg-letti.
           compute clg-scritti = num-mail + num-stampate.
           move num-scartate  to clg-scartati.
           write clg-rec.
           close convlog.

      ***---
       CHIUDI-FILES.
           close payments dunning athletes campaigns.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
