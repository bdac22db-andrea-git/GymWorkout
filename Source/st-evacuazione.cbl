       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-evacuazione.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Appello di evacuazione: chi c'e' in palestra in questo
      *    momento, da spuntare al punto di raccolta. Si lancia con un
      *    tasto dalla reception (gcheckin) e raccoglie in un foglio:
      *    - i soci entrati oggi senza uscita registrata (CHECKIN),
      *      con il contatto di emergenza dell'anagrafica;
      *    - gli ospiti dell'altra sede ancora dentro (VISITE);
      *    - i visitatori con ingresso giornaliero di oggi (DAYPASS):
      *      l'uscita non si registra, si spunta chi e' gia' andato;
      *    - il personale in turno adesso (SHIFTS) con lo stato della
      *      timbratura, piu' chi ha timbrato l'entrata fuori turno
      *      (TIMBRATURE);
      *    - i corsi in svolgimento adesso con la sala effettiva
      *      (CLASSES e CLASSEXC; la lezione dura un'ora come gli slot
      *      di gptbook), da spuntare a sala evacuata.
      *    Se la stampante non risponde (o non ne viene scelta
      *    nessuna) l'appello si scrive comunque su file PDF nella
      *    cartella della variabile d'ambiente EVACUAZIONE_CARTELLA
      *    (la cartella di lavoro se non valorizzata) e un messaggio
      *    dice dove: in emergenza l'elenco non deve mai mancare.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "checkin.sl".
       copy "athletes.sl".
       copy "visite.sl".
       copy "daypass.sl".
       copy "shifts.sl".
       copy "trainers.sl".
       copy "timbrature.sl".
       copy "classes.sl".
       copy "classexc.sl".
       copy "enrolments.sl".
       copy "closures.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "checkin.fd".
       copy "athletes.fd".
       copy "visite.fd".
       copy "daypass.fd".
       copy "shifts.fd".
       copy "trainers.fd".
       copy "timbrature.fd".
       copy "classes.fd".
       copy "classexc.fd".
       copy "enrolments.fd".
       copy "closures.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-checkin        pic xx.
       77  status-athletes       pic xx.
       77  status-visite         pic xx.
       77  status-daypass        pic xx.
       77  status-shifts         pic xx.
       77  status-trainers       pic xx.
       77  status-timbrature     pic xx.
       77  status-classes        pic xx.
       77  status-classexc       pic xx.
       77  status-enrolments     pic xx.
       77  status-closures       pic xx.

      * COSTANTI
       78  titolo                value "Appello di evacuazione".
       78  78-fine-pagina        value 19.
      * Codice atleta fittizio degli ingressi giornalieri in CHECKIN
      * (elencati da DAYPASS, col nome del visitatore).
       78  78-codice-visitatore  value 999999999999999998.
      * Durata di una lezione (hhmm), come gli slot di gptbook.
       78  78-durata-lezione     value 100.
       78  78-max-personale      value 50.

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
           88 stampa-su-file     value 1 false 0.
       77  filler                pic 9.
           88 lezione-annullata  value 1 false 0.
       77  filler                pic 9.
           88 giorno-chiuso      value 1 false 0.

      * MOMENTO DELL'APPELLO
       77  oggi                  pic 9(8).
       77  ora-adesso            pic 9(8).
       77  ora-hhmm              pic 9(4).
       77  giorno-settimana      pic 9.
       77  ora-fine-lezione      pic 9(4).

      * RIPIEGO SU FILE
       77  cartella-evacuazione  pic x(200).
       77  path-evacuazione      pic x(256).

      * CONTEGGI PER SEZIONE
       77  num-soci              pic 9(5) value 0.
       77  num-ospiti            pic 9(5) value 0.
       77  num-giornalieri       pic 9(5) value 0.
       77  num-personale         pic 9(5) value 0.
       77  num-corsi             pic 9(5) value 0.
       77  num-persone           pic 9(6) value 0.
       77  posti-occupati        pic 9(3).

      * LEZIONE IN ESAME
       77  sala-lezione          pic x(20).
       77  ora-lezione           pic 9(4).

      * PERSONALE GIA' IN ELENCO (turno adesso)
       01  tab-personale.
           05 tab-per-code       occurs 50 times pic x(5).
       77  tab-per-count         pic 99 value 0.
       77  tab-ix                pic 99.
       77  filler                pic 9.
           88 gia-in-elenco      value 1 false 0.

      * TIMBRATURA DI OGGI DEL TRAINER IN ESAME
       77  trainer-corrente      pic x(5).
       77  ultima-entrata        pic 9(8).
       77  ultima-uscita         pic 9(8).

      * CALCOLO DEL GIORNO DELLA SETTIMANA (come in gptbook)
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

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-disp           pic 99/99/9999.
       01  r-ora-disp            pic 99.99.
       01  r-ora2-disp           pic 99.99.
       01  r-num-disp            pic zz.zz9.
       01  r-riga-persona.
           05 filler             pic x(7) value "[    ] ".
           05 r-per-nominativo   pic x(50).
           05 r-per-ora          pic x(25).
           05 r-per-note         pic x(100).
       77  ix-spazi              pic 9(3).

       LINKAGE SECTION.
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform STAMPA
              perform CHIUDI-FILES
           end-if.
           if tutto-ok
           and stampa-su-file
              initialize messaggio
              string "Stampante non raggiungibile: appello salvato in "
                                        delimited size
                     path-evacuazione   delimited space
                into messaggio
              end-string
              display message messaggio
                        title "Appello di evacuazione"
                         icon 3
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok       to true.
           set stampa-su-file to false.
           accept oggi        from century-date.
           accept ora-adesso  from time.
           move ora-adesso(1:4) to ora-hhmm.

           move oggi to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           divide como-numero-giorno by 7 giving como-anni
                  remainder giorno-settimana.
           if giorno-settimana = 0
              move 7 to giorno-settimana
           end-if.

      ***---
       APRI-FILES.
      *    Il solo registro ingressi e' indispensabile: gli archivi
      *    non ancora creati (nessun ospite, nessuna timbratura...)
      *    lasciano vuota la loro sezione.
           open input checkin athletes visite daypass shifts trainers
                      timbrature classes classexc enrolments closures.
           if status-checkin not = "00"
              set errori to true
              display message "Registro ingressi non disponibile"
                        title "Appello di evacuazione"
                         icon 3
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
                    perform APRI-SU-FILE
                 else
                    perform CARICA-FONT
                 end-if
              else
                 perform APRI-SU-FILE
              end-if
              end-if
           end-if.

           if tutto-ok
              move 0,6 to spl-riga
              move oggi          to r-data-disp
              move ora-hhmm      to r-ora-disp
              initialize r-titolo
              string titolo      delimited size
                     " del "     delimited size
                     r-data-disp delimited size
                     " ore "     delimited size
                     r-ora-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform STAMPA-SOCI
              perform STAMPA-OSPITI
              perform STAMPA-GIORNALIERI
              perform STAMPA-PERSONALE
              perform STAMPA-CORSI
              perform STAMPA-TOTALE

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       APRI-SU-FILE.
      *    Stampante irraggiungibile o non scelta: l'appello si
      *    scrive su file, col momento dell'appello nel nome.
           set stampa-su-file to true.
           accept cartella-evacuazione
                  from environment "EVACUAZIONE_CARTELLA".
           initialize path-evacuazione.
           if cartella-evacuazione = spaces
              string "evacuazione-"       delimited size
                     oggi                 delimited size
                     "-"                  delimited size
                     ora-hhmm             delimited size
                     ".pdf"               delimited size
                into path-evacuazione
              end-string
           else
              string cartella-evacuazione delimited space
                     "\"                  delimited size
                     "evacuazione-"       delimited size
                     oggi                 delimited size
                     "-"                  delimited size
                     ora-hhmm             delimited size
                     ".pdf"               delimited size
                into path-evacuazione
              end-string
           end-if.

           initialize spooler-link.
           move path-evacuazione to spl-nome-file-export.
           move titolo           to spl-nome-job.
           set spl-apertura-file to true.
           set spl-horizontal    to true.
           set WFDEVICE-WIN-PRINTER    to true.
           call "spooler" using spooler-link.
           if spl-sta-annu
              set errori to true
              display message "Appello non stampato e non salvato: "
                              "stampante e file non disponibili"
                        title "Appello di evacuazione"
                         icon 3
           else
              perform CARICA-FONT
           end-if.

      ***---
       STAMPA-SOCI.
      *    Ingressi di oggi senza uscita, in ordine di arrivo; le
      *    righe del codice visitatore sono i giornalieri, elencati
      *    piu' avanti col nome da DAYPASS.
           move "Soci in palestra (ingresso senza uscita)" to r-riga.
           perform SCRIVI-SEZIONE.
           move oggi      to chk-data.
           move low-value to chk-ora chk-code.
           start checkin key is >= chk-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read checkin next at end exit perform end-read
                    if chk-data not = oggi
                       exit perform
                    end-if
                    if chk-data-uscita = 0
                    and chk-code not = 78-codice-visitatore
                       perform STAMPA-RIGA-SOCIO
                    end-if
                 end-perform
           end-start.
           move num-soci to r-num-disp.
           perform SCRIVI-TOTALE-SEZIONE.

      ***---
       STAMPA-RIGA-SOCIO.
           add 1 to num-soci.
           move chk-code to ath-code.
           read athletes
                invalid
                   move spaces to ath-cognome ath-nome
                                  ath-emergenza-nome
                                  ath-emergenza-telefono
           end-read.
           initialize r-per-nominativo r-per-ora r-per-note.
           string ath-cognome  delimited "  "
                  " "          delimited size
                  ath-nome     delimited "  "
             into r-per-nominativo
           end-string.
           move chk-ora(1:4) to r-ora-disp.
           string "entrato alle " delimited size
                  r-ora-disp      delimited size
             into r-per-ora
           end-string.
           if ath-emergenza-nome = spaces
           and ath-emergenza-telefono = spaces
              move "emergenza: contatto non registrato" to r-per-note
           else
              string "emergenza: "          delimited size
                     ath-emergenza-nome     delimited "  "
                     " tel. "               delimited size
                     ath-emergenza-telefono delimited "  "
                into r-per-note
              end-string
           end-if.
           move r-riga-persona to r-riga.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-OSPITI.
      *    Soci dell'altra sede con visita aperta oggi.
           if status-visite not = "00"
              exit paragraph
           end-if.
           move "Ospiti di altre sedi (visita senza uscita)" to r-riga.
           perform SCRIVI-SEZIONE.
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
                       perform STAMPA-RIGA-OSPITE
                    end-if
                 end-perform
           end-start.
           move num-ospiti to r-num-disp.
           perform SCRIVI-TOTALE-SEZIONE.

      ***---
       STAMPA-RIGA-OSPITE.
           add 1 to num-ospiti.
           initialize r-per-nominativo r-per-ora r-per-note.
           string vis-cognome  delimited "  "
                  " "          delimited size
                  vis-nome     delimited "  "
             into r-per-nominativo
           end-string.
           move vis-ora(1:4) to r-ora-disp.
           string "entrato alle " delimited size
                  r-ora-disp      delimited size
             into r-per-ora
           end-string.
           string "socio della sede " delimited size
                  vis-sede            delimited size
             into r-per-note
           end-string.
           move r-riga-persona to r-riga.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-GIORNALIERI.
           if status-daypass not = "00"
              exit paragraph
           end-if.
           move "Ingressi giornalieri di oggi (uscita non registrata)"
             to r-riga.
           perform SCRIVI-SEZIONE.
           move oggi      to dps-data.
           move low-value to dps-progressivo.
           start daypass key is >= dps-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read daypass next at end exit perform end-read
                    if dps-data not = oggi
                       exit perform
                    end-if
                    perform STAMPA-RIGA-GIORNALIERO
                 end-perform
           end-start.
           move num-giornalieri to r-num-disp.
           perform SCRIVI-TOTALE-SEZIONE.

      ***---
       STAMPA-RIGA-GIORNALIERO.
           add 1 to num-giornalieri.
           initialize r-per-nominativo r-per-ora r-per-note.
           move dps-nome to r-per-nominativo.
           move dps-ora(1:4) to r-ora-disp.
           string "entrato alle " delimited size
                  r-ora-disp      delimited size
             into r-per-ora
           end-string.
           move "ingresso giornaliero" to r-per-note.
           move r-riga-persona to r-riga.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-PERSONALE.
      *    Prima chi e' in turno adesso (turni del giorno della
      *    settimana via shf-k-giorno), con lo stato della timbratura
      *    di oggi; poi chi ha l'entrata timbrata senza essere in
      *    turno.
           move "Personale in turno" to r-riga.
           perform SCRIVI-SEZIONE.
           if status-shifts = "00"
              move giorno-settimana to shf-giorno-settimana
              move low-value        to shf-ora-da shf-trn-code
              start shifts key is >= shf-k-giorno
                    invalid continue
                not invalid
                    perform until 1 = 2
                       read shifts next at end exit perform end-read
                       if shf-giorno-settimana not = giorno-settimana
                          exit perform
                       end-if
                       if shf-ora-da <= ora-hhmm
                       and shf-ora-a >  ora-hhmm
                          perform STAMPA-RIGA-TURNO
                       end-if
                    end-perform
              end-start
           end-if.
           if status-timbrature = "00"
              perform STAMPA-FUORI-TURNO
           end-if.
           move num-personale to r-num-disp.
           perform SCRIVI-TOTALE-SEZIONE.

      ***---
       STAMPA-RIGA-TURNO.
           move shf-trn-code to trainer-corrente.
           perform CERCA-IN-ELENCO.
           if gia-in-elenco
              exit paragraph
           end-if.
           move shf-trn-code to trn-code.
           read trainers
                invalid
                   move spaces to trn-cognome trn-nome trn-telefono
           end-read.
           if trn-cessato
              exit paragraph
           end-if.
           perform ACCODA-IN-ELENCO.
           add 1 to num-personale.

           initialize r-per-nominativo r-per-ora r-per-note.
           string trn-cognome  delimited "  "
                  " "          delimited size
                  trn-nome     delimited "  "
                  " ("         delimited size
                  trn-code     delimited space
                  ")"          delimited size
             into r-per-nominativo
           end-string.
           move shf-ora-da to r-ora-disp.
           move shf-ora-a  to r-ora2-disp.
           string "turno "     delimited size
                  r-ora-disp   delimited size
                  "-"          delimited size
                  r-ora2-disp  delimited size
             into r-per-ora
           end-string.

           perform CERCA-TIMBRATURA.
           if ultima-entrata = 0
              move "non timbrato" to r-riga
           else
              if ultima-uscita = 0
                 move ultima-entrata(1:4) to r-ora-disp
                 initialize r-riga
                 string "timbrato alle " delimited size
                        r-ora-disp       delimited size
                   into r-riga
                 end-string
              else
                 move ultima-uscita(1:4) to r-ora-disp
                 initialize r-riga
                 string "uscito alle "   delimited size
                        r-ora-disp       delimited size
                   into r-riga
                 end-string
              end-if
           end-if.
           string r-riga       delimited "  "
                  "  tel. "    delimited size
                  trn-telefono delimited "  "
             into r-per-note
           end-string.
           move r-riga-persona to r-riga.
           perform SCRIVI-RIGA.

      ***---
       CERCA-TIMBRATURA.
      *    Ultima timbratura di oggi del trainer corrente.
           move 0 to ultima-entrata ultima-uscita.
           if status-timbrature not = "00"
              exit paragraph
           end-if.
           move trainer-corrente to tmb-trn-code.
           move oggi             to tmb-data.
           move low-value        to tmb-ora-entrata.
           start timbrature key is >= tmb-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read timbrature next at end exit perform end-read
                    if tmb-trn-code not = trainer-corrente
                    or tmb-data     not = oggi
                       exit perform
                    end-if
                    move tmb-ora-entrata to ultima-entrata
                    move tmb-ora-uscita  to ultima-uscita
                 end-perform
           end-start.

      ***---
       STAMPA-FUORI-TURNO.
      *    Entrate timbrate oggi e non ancora chiuse di chi non e'
      *    gia' in elenco per il turno: nessuna chiave per data,
      *    giro completo.
           move low-value to tmb-key.
           start timbrature key is >= tmb-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read timbrature next at end exit perform end-read
              if tmb-data = oggi
              and tmb-ora-uscita = 0
                 move tmb-trn-code to trainer-corrente
                 perform CERCA-IN-ELENCO
                 if not gia-in-elenco
                    perform STAMPA-RIGA-FUORI-TURNO
                 end-if
              end-if
           end-perform.

      ***---
       STAMPA-RIGA-FUORI-TURNO.
           perform ACCODA-IN-ELENCO.
           add 1 to num-personale.
           move tmb-trn-code to trn-code.
           read trainers
                invalid
                   move spaces to trn-cognome trn-nome trn-telefono
           end-read.
           initialize r-per-nominativo r-per-ora r-per-note.
           string trn-cognome  delimited "  "
                  " "          delimited size
                  trn-nome     delimited "  "
                  " ("         delimited size
                  tmb-trn-code delimited space
                  ")"          delimited size
             into r-per-nominativo
           end-string.
           move "fuori turno" to r-per-ora.
           move tmb-ora-entrata(1:4) to r-ora-disp.
           string "timbrato alle " delimited size
                  r-ora-disp       delimited size
                  "  tel. "        delimited size
                  trn-telefono     delimited "  "
             into r-per-note
           end-string.
           move r-riga-persona to r-riga.
           perform SCRIVI-RIGA.

      ***---
       CERCA-IN-ELENCO.
           set gia-in-elenco to false.
           perform varying tab-ix from 1 by 1
                     until tab-ix > tab-per-count
              if tab-per-code(tab-ix) = trainer-corrente
                 set gia-in-elenco to true
                 exit perform
              end-if
           end-perform.

      ***---
       ACCODA-IN-ELENCO.
           if tab-per-count < 78-max-personale
              add 1 to tab-per-count
              move trainer-corrente to tab-per-code(tab-per-count)
           end-if.

      ***---
       STAMPA-CORSI.
      *    Lezioni del giorno della settimana cominciate da meno di
      *    un'ora, con sala e orario effettivi della data (gclassex);
      *    le annullate non si elencano. Con la chiusura totale di
      *    oggi non c'e' lezione.
           move "Corsi in svolgimento (spuntare a sala evacuata)"
             to r-riga.
           perform SCRIVI-SEZIONE.
           set giorno-chiuso to false.
           if status-closures = "00"
              move oggi to clo-data
              read closures
                   invalid continue
               not invalid
                   if clo-chiusura-totale
                      set giorno-chiuso to true
                   end-if
              end-read
           end-if.
           if not giorno-chiuso
           and status-classes = "00"
              move low-value to cls-code
              start classes key is >= cls-code
                    invalid continue
                not invalid
                    perform until 1 = 2
                       read classes next at end exit perform end-read
                       if cls-giorno-settimana = giorno-settimana
                          perform ESAMINA-LEZIONE
                       end-if
                    end-perform
              end-start
           end-if.
           move num-corsi to r-num-disp.
           perform SCRIVI-TOTALE-SEZIONE.

      ***---
       ESAMINA-LEZIONE.
           move cls-ora  to ora-lezione.
           move cls-sala to sala-lezione.
           set lezione-annullata to false.
           if status-classexc = "00"
              move cls-code to cex-cls-code
              move oggi     to cex-data
              read classexc
                   invalid continue
               not invalid
                   if cex-annullata
                      set lezione-annullata to true
                   end-if
                   if cex-spostata
                      if cex-nuova-sala not = spaces
                         move cex-nuova-sala to sala-lezione
                      end-if
                      if cex-nuova-ora not = 0
                         move cex-nuova-ora  to ora-lezione
                      end-if
                   end-if
              end-read
           end-if.
           if lezione-annullata
              exit paragraph
           end-if.
           compute ora-fine-lezione = ora-lezione + 78-durata-lezione.
           if ora-lezione > ora-hhmm
           or ora-fine-lezione <= ora-hhmm
              exit paragraph
           end-if.
           perform STAMPA-RIGA-CORSO.

      ***---
       STAMPA-RIGA-CORSO.
           add 1 to num-corsi.
           perform CONTA-PRENOTATI.
           move cls-trainer-code to trn-code.
           read trainers
                invalid
                   move spaces to trn-cognome trn-nome
           end-read.
           initialize r-per-nominativo r-per-ora r-per-note.
           string "sala "       delimited size
                  sala-lezione  delimited "  "
                  " - "         delimited size
                  cls-desc      delimited "  "
             into r-per-nominativo
           end-string.
           move ora-lezione to r-ora-disp.
           string "dalle "      delimited size
                  r-ora-disp    delimited size
             into r-per-ora
           end-string.
           move posti-occupati to r-num-disp.
           move 0 to ix-spazi.
           inspect r-num-disp tallying ix-spazi for leading spaces.
           string "prenotati "  delimited size
                  r-num-disp(ix-spazi + 1:) delimited size
                  "  trainer "  delimited size
                  trn-cognome   delimited "  "
                  " "           delimited size
                  trn-nome      delimited "  "
             into r-per-note
           end-string.
           move r-riga-persona to r-riga.
           perform SCRIVI-RIGA.

      ***---
       CONTA-PRENOTATI.
           move 0 to posti-occupati.
           if status-enrolments not = "00"
              exit paragraph
           end-if.
           move cls-code  to enr-cls-code.
           move oggi      to enr-data.
           move low-value to enr-ath-code.
           start enrolments key is >= enr-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read enrolments next at end exit perform end-read
                    if enr-cls-code not = cls-code
                    or enr-data     not = oggi
                       exit perform
                    end-if
                    add 1 to posti-occupati
                 end-perform
           end-start.

      ***---
       STAMPA-TOTALE.
      *    Persone da contare al punto di raccolta (i corsi no: chi
      *    e' a lezione e' gia' fra soci, ospiti e giornalieri).
           compute num-persone = num-soci + num-ospiti
                               + num-giornalieri + num-personale.
           move num-persone to r-num-disp.
           move 0 to ix-spazi.
           inspect r-num-disp tallying ix-spazi for leading spaces.
           initialize r-riga.
           string "Totale persone da contare: " delimited size
                  r-num-disp(ix-spazi + 1:)     delimited size
             into r-riga
           end-string.
           add 0,2 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           move ArialNarrow11B to spl-hfont.
           move r-riga         to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.
           add 0,5 to spl-riga.

      ***---
       SCRIVI-SEZIONE.
           add 0,2 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           move ArialNarrow11B to spl-hfont.
           move r-riga         to spl-riga-stampa.
           move 1              to spl-tipo-colonna.
           perform SCRIVI.
           add 0,5 to spl-riga.
           move ArialNarrow11  to spl-hfont.

      ***---
       SCRIVI-TOTALE-SEZIONE.
           move 0 to ix-spazi.
           inspect r-num-disp tallying ix-spazi for leading spaces.
           initialize r-riga.
           string "Totale: "                delimited size
                  r-num-disp(ix-spazi + 1:) delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
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
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo di gptbook), con
      *    gestione degli anni bisestili.
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
       CHIUDI-FILES.
           close checkin athletes visite daypass shifts trainers
                 timbrature classes classexc enrolments closures.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
