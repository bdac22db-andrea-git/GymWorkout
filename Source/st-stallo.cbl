       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-stallo.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Stalli di forza sul parco atleti di un trainer: st-record e
      *    st-andamento guardano un atleta e un esercizio alla volta,
      *    qui si passano tutti gli atleti attivi assegnati
      *    (ath-trainer-code) e, per ognuno, tutti i fondamentali con
      *    carico che ha in programma. Il miglior 1RM stimato di ogni
      *    seduta (Epley, come st-record, su RWODBOOK e sull'archivio
      *    RWODBOOK-STORICO) si confronta col migliore di prima: un
      *    esercizio che nelle ultime N sedute (STALLO_SEDUTE, default
      *    6) o, se valorizzata, nelle ultime N settimane
      *    (STALLO_SETTIMANE) non ha superato il suo record e' in
      *    stallo. Un esercizio non fatto da piu' di
      *    78-giorni-attualita giorni e' abbandonato, non fermo, e non
      *    si segnala.
      *    Per ogni stallo si propongono le alternative della mappa
      *    SUBSTITUTIONS, tolte quelle ritirate, quelle che le
      *    limitazioni mediche dell'atleta (MEDLIMITS: esercizio,
      *    gruppo o macrogruppo) escludono e i movimenti tecnici per
      *    cui l'atleta non ha l'abilitazione in CLEARANCE.
      *    Col codice trainer si stampa la sola lista di quel trainer
      *    (forma "T" di gschedul, per l'invio da sched-run); a spazi
      *    tutti i trainer e in coda gli atleti senza trainer.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "trainers.sl".
       copy "athletes.sl".
       copy "rwodbook.sl".
       copy "rwodbook-storico.sl".
       copy "exercises.sl".
       copy "groups.sl".
       copy "substitutions.sl".
       copy "medlimits.sl".
       copy "clearance.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "trainers.fd".
       copy "athletes.fd".
       copy "rwodbook.fd".
       copy "rwodbook-storico.fd".
       copy "exercises.fd".
       copy "groups.fd".
       copy "substitutions.fd".
       copy "medlimits.fd".
       copy "clearance.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-trainers       pic xx.
       77  status-athletes       pic xx.
       77  status-rwodbook       pic xx.
       77  status-rwodbook-storico
                                 pic xx.
       77  status-exercises      pic xx.
       77  status-groups         pic xx.
       77  status-substitutions  pic xx.
       77  status-medlimits      pic xx.
       77  status-clearance      pic xx.

      * COSTANTI
       78  titolo                value "Stalli di forza".
       78  78-sedute-default     value 6.
       78  78-max-sedute         value 20.
       78  78-max-esercizi       value 100.
       78  78-giorni-attualita   value 56.
       78  78-fine-pagina        value 19.

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
           88 storico-disponibile value 1 false 0.
       77  filler                pic 9.
           88 finestra-settimane value 1 false 0.
       77  filler                pic 9.
           88 esercizio-trovato  value 1 false 0.
       77  filler                pic 9.
           88 alternativa-ammessa value 1 false 0.

      * PARAMETRI DA AMBIENTE
       77  num-sedute            pic 99.
       77  num-settimane         pic 99.
       77  numero-ambiente       pic x(3).
       77  numero-appoggio       pic x(3).

      * DATE
       01  oggi                  pic 9(8).
       77  limite-finestra       pic 9(8).
       77  limite-attualita      pic 9(8).
       77  num-giorni-indietro   pic 9(3).
       01  data-elaborazione.
           05 de-anno            pic 9(4).
           05 de-mese            pic 99.
           05 de-giorno          pic 99.
       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.
       77  como-div              pic 9(4).
       77  como-resto            pic 9(4).

      * ELABORAZIONE 1RM (come st-record)
       77  jx                    pic 99.
       77  wk-set-rep-num        pic 9(3).
       77  wk-set-kg-num         pic 9(3)v99.
       77  wk-1rm-set            pic 9(5)v99.
       77  wk-1rm-sessione       pic 9(5)v99.
       77  wk-1rm-recente        pic 9(5)v99.
       77  wk-1rm-prima          pic 9(5)v99.

      * ESERCIZI CON CARICO DELL'ATLETA IN CORSO: per la finestra a
      * sedute le ultime num-sedute sedute (la piu' vecchia esce nel
      * migliore "di prima"), per quella a settimane i due migliori
      * prima e dentro la finestra.
       01  tab-esercizi.
           05 te-el              occurs 100 times.
               10 te-exe-code        pic x(5).
               10 te-ultimo-giorno   pic 9(8).
               10 te-best-prima      pic 9(5)v99.
               10 te-best-finestra   pic 9(5)v99.
               10 te-num-recenti     pic 99.
               10 te-recente         occurs 20 times.
                   15 te-rec-giorno  pic 9(8).
                   15 te-rec-1rm     pic 9(5)v99.
       77  te-count              pic 9(3) value 0.
       77  tx                    pic 9(3).
       77  rx                    pic 99.
       77  sx                    pic 9.
       77  num-stalli            pic 9(4).
       77  num-escluse           pic 9.
       77  trainer-in-corso      pic x(5).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-riga-appoggio       pic x(200).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       01  r-1rm-disp            pic zzzz9,99.
       01  r-1rm-prima-disp      pic zzzz9,99.
       01  r-num-disp            pic z9.
       01  r-finestra-disp       pic x(30).

       LINKAGE SECTION.
      *    Trainer di cui stampare la lista; spazi = tutti.
       77  link-trn-code         pic x(5).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-trn-code
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           accept oggi from century-date.

           move 78-sedute-default to num-sedute.
           move spaces to numero-ambiente.
           accept numero-ambiente from environment "STALLO_SEDUTE".
           perform LEGGI-NUMERO-AMBIENTE.
           if numero-ambiente not = spaces
              move numero-ambiente to num-sedute
           end-if.
      *    Le sedute ricordate per esercizio sono al massimo
      *    78-max-sedute.
           if num-sedute > 78-max-sedute
              move 78-max-sedute to num-sedute
           end-if.
           move 0 to num-settimane.
           move spaces to numero-ambiente.
           accept numero-ambiente from environment "STALLO_SETTIMANE".
           perform LEGGI-NUMERO-AMBIENTE.
           if numero-ambiente not = spaces
              move numero-ambiente to num-settimane
           end-if.

           if num-settimane > 0
              set finestra-settimane to true
              compute num-giorni-indietro = num-settimane * 7
              move oggi to data-elaborazione
              perform GIORNO-PRECEDENTE num-giorni-indietro times
              move data-elaborazione to limite-finestra
              move num-settimane to r-num-disp
              string "ultime "      delimited size
                     r-num-disp     delimited size
                     " settimane"   delimited size
                into r-finestra-disp
              end-string
           else
              set finestra-settimane to false
              move num-sedute to r-num-disp
              string "ultime "      delimited size
                     r-num-disp     delimited size
                     " sedute"      delimited size
                into r-finestra-disp
              end-string
           end-if.
           move oggi to data-elaborazione.
           move 78-giorni-attualita to num-giorni-indietro.
           perform GIORNO-PRECEDENTE num-giorni-indietro times.
           move data-elaborazione to limite-attualita.

      ***---
       LEGGI-NUMERO-AMBIENTE.
      *    Numero intero di al massimo due cifre ("6", "12"),
      *    allineato a destra; altro si ignora.
           if numero-ambiente(3:1) = space
              move numero-ambiente      to numero-appoggio
              move "0"                  to numero-ambiente(1:1)
              move numero-appoggio(1:2) to numero-ambiente(2:2)
           end-if.
           if numero-ambiente(3:1) = space
              move numero-ambiente      to numero-appoggio
              move "0"                  to numero-ambiente(1:1)
              move numero-appoggio(1:2) to numero-ambiente(2:2)
           end-if.
           if numero-ambiente is not numeric
           or numero-ambiente = "000"
           or numero-ambiente(1:1) not = "0"
              move spaces to numero-ambiente
           end-if.

      ***---
       APRI-FILES.
           open input trainers athletes rwodbook exercises groups
                      substitutions medlimits clearance.
           set storico-disponibile to false.
           open input rwodbook-storico.
           if status-rwodbook-storico = "00"
           or status-rwodbook-storico = "05"
              set storico-disponibile to true
           end-if.

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
              move oggi to como-data-calcolo
              perform COMPONI-DATA
              initialize r-titolo
              string titolo            delimited size
                     " al "            delimited size
                     r-data-disp       delimited size
                     " - nessun nuovo massimale nelle "
                                       delimited size
                     r-finestra-disp   delimited "  "
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga
              move ArialNarrow11  to spl-hfont

              if link-trn-code not = spaces
                 move link-trn-code to trn-code
                 read trainers
                      invalid
                         initialize trn-rec
                         move link-trn-code to trn-code
                 end-read
                 perform STAMPA-TRAINER
              else
                 perform SCORRI-TRAINER
                 perform STAMPA-SENZA-TRAINER
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-TRAINER.
           move low-value to trn-code.
           start trainers key is >= trn-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read trainers next at end exit perform end-read
                    perform STAMPA-TRAINER
                 end-perform
           end-start.

      ***---
       STAMPA-TRAINER.
           initialize r-riga.
           string trn-code     delimited space
                  " - "        delimited size
                  trn-cognome  delimited "  "
                  " "          delimited size
                  trn-nome     delimited "  "
             into r-riga
           end-string.
           move trn-code to trainer-in-corso.
           perform STAMPA-GRUPPO.

      ***---
       STAMPA-SENZA-TRAINER.
           move "Atleti senza trainer assegnato" to r-riga.
           move spaces to trainer-in-corso.
           perform STAMPA-GRUPPO.

      ***---
       STAMPA-GRUPPO.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11  to spl-hfont.
           move 0 to num-stalli.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read athletes next at end exit perform end-read
                    if ath-attivo
                    and ath-trainer-code = trainer-in-corso
                       perform VALUTA-ATLETA
                    end-if
                 end-perform
           end-start.
           if num-stalli = 0
              move "   nessun esercizio in stallo" to r-riga
              perform SCRIVI-RIGA
           end-if.
           add 0,3 to spl-riga.

      ***---
       VALUTA-ATLETA.
           move 0 to te-count.
           if storico-disponibile
              perform SCANSIONE-STORICO
           end-if.
           perform SCANSIONE-VIVO.
           perform varying tx from 1 by 1 until tx > te-count
              perform VALUTA-ESERCIZIO
           end-perform.

      ***---
       SCANSIONE-STORICO.
      *    Le righe archiviate sono tutte anteriori a quelle del vivo:
      *    si passano per prime, come in st-record.
           move ath-code  to sto-code.
           move low-value to sto-day.
           move low-value to sto-split.
           start rwodbook-storico key is >= sto-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read rwodbook-storico next
                         at end exit perform
                    end-read
                    if sto-code not = ath-code
                       exit perform
                    end-if
                    move sto-rec to rod-rec
                    perform ACCUMULA-RIGA
                 end-perform
           end-start.

      ***---
       SCANSIONE-VIVO.
           move ath-code  to rod-code.
           move low-value to rod-day.
           move low-value to rod-split.
           start rwodbook key is >= rod-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read rwodbook next at end exit perform end-read
                    if rod-code not = ath-code
                       exit perform
                    end-if
                    perform ACCUMULA-RIGA
                 end-perform
           end-start.

      ***---
       ACCUMULA-RIGA.
           if rod-exe-code = spaces
              exit paragraph
           end-if.
           perform CALCOLA-MIGLIOR-1RM-SESSIONE.
           if wk-1rm-sessione = 0
              exit paragraph
           end-if.
           perform CERCA-O-INSERISCI-ESERCIZIO.
           if not esercizio-trovato
              exit paragraph
           end-if.
           if finestra-settimane
              if rod-day not < limite-finestra
                 if wk-1rm-sessione > te-best-finestra(tx)
                    move wk-1rm-sessione to te-best-finestra(tx)
                 end-if
              else
                 if wk-1rm-sessione > te-best-prima(tx)
                    move wk-1rm-sessione to te-best-prima(tx)
                 end-if
              end-if
           else
              perform ACCODA-SEDUTA
           end-if.
           move rod-day to te-ultimo-giorno(tx).

      ***---
       ACCODA-SEDUTA.
      *    Piu' righe dello stesso esercizio nella stessa giornata
      *    (split diversi) sono una seduta sola: vale il migliore.
           move te-num-recenti(tx) to rx.
           if rx > 0
              if te-rec-giorno(tx, rx) = rod-day
                 if wk-1rm-sessione > te-rec-1rm(tx, rx)
                    move wk-1rm-sessione to te-rec-1rm(tx, rx)
                 end-if
                 exit paragraph
              end-if
           end-if.
           if rx = num-sedute
      *       Finestra piena: la seduta piu' vecchia passa fra
      *       quelle "di prima".
              if te-rec-1rm(tx, 1) > te-best-prima(tx)
                 move te-rec-1rm(tx, 1) to te-best-prima(tx)
              end-if
              perform varying rx from 2 by 1 until rx > num-sedute
                 move te-recente(tx, rx) to te-recente(tx, rx - 1)
              end-perform
              move num-sedute to rx
           else
              add 1 to rx
              move rx to te-num-recenti(tx)
           end-if.
           move rod-day         to te-rec-giorno(tx, rx).
           move wk-1rm-sessione to te-rec-1rm(tx, rx).

      ***---
       CERCA-O-INSERISCI-ESERCIZIO.
           set esercizio-trovato to false.
           perform varying tx from 1 by 1 until tx > te-count
              if te-exe-code(tx) = rod-exe-code
                 set esercizio-trovato to true
                 exit perform
              end-if
           end-perform.
           if not esercizio-trovato
           and te-count < 78-max-esercizi
              add 1 to te-count
              move te-count to tx
              initialize te-el(tx)
              move rod-exe-code to te-exe-code(tx)
              set esercizio-trovato to true
           end-if.

      ***---
       CALCOLA-MIGLIOR-1RM-SESSIONE.
      *    Formula di Epley come st-record: kg x (1 + ripetizioni /
      *    30), il migliore fra i set loggati della riga.
           move 0 to wk-1rm-sessione.
           move 1 to jx.
           perform 10 times
              if rod-rep(jx) not = spaces
              and rod-kg(jx)  not = spaces
                 move 0 to wk-set-rep-num wk-set-kg-num
                 move rod-rep(jx) to wk-set-rep-num
                 move rod-kg(jx)  to wk-set-kg-num
                 compute wk-1rm-set rounded =
                         wk-set-kg-num *
                         (1 + (wk-set-rep-num / 30))
                 if wk-1rm-set > wk-1rm-sessione
                    move wk-1rm-set to wk-1rm-sessione
                 end-if
              end-if
              add 1 to jx
           end-perform.

      ***---
       VALUTA-ESERCIZIO.
      *    In stallo: c'e' un migliore "di prima" da battere, ci sono
      *    sedute nella finestra, e nessuna lo ha superato.
           if te-ultimo-giorno(tx) < limite-attualita
              exit paragraph
           end-if.
           move te-best-prima(tx) to wk-1rm-prima.
           if finestra-settimane
              move te-best-finestra(tx) to wk-1rm-recente
           else
              if te-num-recenti(tx) < num-sedute
                 exit paragraph
              end-if
              move 0 to wk-1rm-recente
              perform varying rx from 1 by 1
                        until rx > te-num-recenti(tx)
                 if te-rec-1rm(tx, rx) > wk-1rm-recente
                    move te-rec-1rm(tx, rx) to wk-1rm-recente
                 end-if
              end-perform
           end-if.
           if wk-1rm-prima = 0 or wk-1rm-recente = 0
              exit paragraph
           end-if.
           if wk-1rm-recente > wk-1rm-prima
              exit paragraph
           end-if.
           add 1 to num-stalli.
           perform STAMPA-STALLO.
           perform STAMPA-ALTERNATIVE.

      ***---
       STAMPA-STALLO.
           move te-exe-code(tx) to exe-code.
           read exercises
                invalid move spaces to exe-desc
           end-read.
           move wk-1rm-prima   to r-1rm-prima-disp.
           move wk-1rm-recente to r-1rm-disp.
           initialize r-riga.
           string "   "                 delimited size
                  ath-cognome           delimited "  "
                  " "                   delimited size
                  ath-nome              delimited "  "
                  " - "                 delimited size
                  te-exe-code(tx)       delimited space
                  " "                   delimited size
                  exe-desc              delimited "  "
                  ": record "           delimited size
                  r-1rm-prima-disp      delimited size
                  " kg, nelle "         delimited size
                  r-finestra-disp       delimited "  "
                  " al massimo "        delimited size
                  r-1rm-disp            delimited size
                  " kg"                 delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-ALTERNATIVE.
      *    Le alternative della mappa, tolte quelle che l'atleta non
      *    puo' fare: la riga elenca le ammesse e conta le escluse.
           move 0 to num-escluse.
           initialize r-riga.
           move "      alternative:" to r-riga.
           move te-exe-code(tx) to sbs-exe-code.
           read substitutions
                invalid initialize sbs-alternative
           end-read.
           perform varying sx from 1 by 1 until sx > 3
              if sbs-alt-code(sx) not = spaces
                 perform VALUTA-ALTERNATIVA
                 if alternativa-ammessa
                    move r-riga to r-riga-appoggio
                    inspect r-riga-appoggio
                            replacing trailing space by low-value
                    initialize r-riga
                    string r-riga-appoggio  delimited low-value
                           " "              delimited size
                           exe-code         delimited space
                           " "              delimited size
                           exe-desc-stampa  delimited "  "
                           ";"              delimited size
                      into r-riga
                    end-string
                 else
                    add 1 to num-escluse
                 end-if
              end-if
           end-perform.
           if r-riga(19:) = spaces
              move " nessuna in mappa" to r-riga(19:)
              if num-escluse > 0
                 move " nessuna consentita" to r-riga(19:)
              end-if
           end-if.
           if num-escluse > 0
              move r-riga to r-riga-appoggio
              inspect r-riga-appoggio
                      replacing trailing space by low-value
              initialize r-riga
              move num-escluse to r-num-disp
              string r-riga-appoggio   delimited low-value
                     " (escluse per limitazioni o abilitazione: "
                                       delimited size
                     r-num-disp        delimited size
                     ")"               delimited size
                into r-riga
              end-string
           end-if.
           perform SCRIVI-RIGA.

      ***---
       VALUTA-ALTERNATIVA.
      *    Fuori: codice ritirato, esercizio/gruppo/macrogruppo escluso
      *    da MEDLIMITS, movimento tecnico senza riga in CLEARANCE.
           set alternativa-ammessa to false.
           move sbs-alt-code(sx) to exe-code.
           read exercises
                invalid exit paragraph
           end-read.
           if exe-codice-ritirato
              exit paragraph
           end-if.
           move ath-code to lim-code.
           move "E"      to lim-tipo.
           move exe-code to lim-rif-code.
           read medlimits
                invalid continue
            not invalid exit paragraph
           end-read.
           if exe-grp-code not = spaces
              move ath-code     to lim-code
              move "G"          to lim-tipo
              move exe-grp-code to lim-rif-code
              read medlimits
                   invalid continue
               not invalid exit paragraph
              end-read
              move exe-grp-code to grp-code
              read groups
                   invalid move spaces to grp-mcg-code
              end-read
              if grp-mcg-code not = spaces
                 move ath-code     to lim-code
                 move "M"          to lim-tipo
                 move grp-mcg-code to lim-rif-code
                 read medlimits
                      invalid continue
                  not invalid exit paragraph
                 end-read
              end-if
           end-if.
           if exe-abilitazione-richiesta
              move ath-code to clr-code
              move exe-code to clr-exe-code
              read clearance
                   invalid exit paragraph
              end-read
           end-if.
           set alternativa-ammessa to true.

      ***---
       GIORNO-PRECEDENTE.
           if de-giorno > 1
              subtract 1 from de-giorno
              exit paragraph
           end-if.
           if de-mese = 1
              move 12 to de-mese
              subtract 1 from de-anno
           else
              subtract 1 from de-mese
           end-if.
           move giorni-del-mese(de-mese) to de-giorno.
      *    Febbraio bisestile, stesso criterio degli altri calcoli
      *    di calendario dell'impianto.
           if de-mese = 2
              divide de-anno by 4 giving como-div
                     remainder como-resto
              if como-resto = 0
                 divide de-anno by 100 giving como-div
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to de-giorno
                 else
                    divide de-anno by 400 giving como-div
                           remainder como-resto
                    if como-resto = 0
                       move 29 to de-giorno
                    end-if
                 end-if
              end-if
           end-if.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga        to spl-riga-stampa.
           move 1             to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CONTROLLA-FINE-PAGINA.
           if spl-riga > 78-fine-pagina
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.

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
      ***---
       CHIUDI-FILES.
           close trainers athletes rwodbook exercises groups
                 substitutions medlimits clearance.
           if storico-disponibile
              close rwodbook-storico
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
