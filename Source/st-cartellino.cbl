       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-cartellino.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Cartellino mensile del personale: per ogni trainer o
      *    dipendente attivo confronta, giorno per giorno fino a ieri,
      *    le timbrature col badge (TIMBRATURE, da gcheckin) con i
      *    turni settimanali di SHIFTS calati sulle date del mese (al
      *    netto delle chiusure totali CLOSURES) e segnala:
      *    - ritardo: la prima entrata che copre il turno arriva oltre
      *      78-tolleranza-ritardo minuti dall'inizio del turno;
      *    - timbratura mancante: entrata di un giorno passato rimasta
      *      senza uscita (le sue ore non si contano);
      *    - fascia scoperta: turno senza nessuna timbratura che lo
      *      tocchi.
      *    Per persona stampa ore timbrate contro ore di turno e
      *    riscrive la riga del mese in OREMESE, da cui st-compensi
      *    paga le ore a chi ha la tariffa oraria (trn-tariffa-oraria).
      *    Mese in linkage (aaaamm); zero = mese corrente.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "trainers.sl".
       copy "shifts.sl".
       copy "closures.sl".
       copy "timbrature.sl".
       copy "oremese.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "trainers.fd".
       copy "shifts.fd".
       copy "closures.fd".
       copy "timbrature.fd".
       copy "oremese.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-trainers       pic xx.
       77  status-shifts         pic xx.
       77  status-closures       pic xx.
       77  status-timbrature     pic xx.
       77  status-oremese        pic xx.

      * COSTANTI
       78  titolo                value "Cartellino presenze personale".
       78  78-fine-pagina        value 19.
      * Minuti di tolleranza sull'inizio del turno prima del ritardo
       78  78-tolleranza-ritardo value 5.
       78  78-max-timbrature     value 20.

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
           88 intestazione-stampata value 1 false 0.
       77  filler                pic 9.
           88 giorno-chiuso      value 1 false 0.

      * CONTEGGI DELLA PERSONA IN STAMPA
       77  minuti-lavorati       pic 9(6).
       77  minuti-turno          pic 9(6).
       77  ritardi               pic 9(3).
       77  timbrature-mancanti   pic 9(3).
       77  fasce-scoperte        pic 9(3).
      * TOTALI DEL MESE
       77  persone-stampate      pic 9(4) value 0.
       77  totale-minuti-lavorati pic 9(8) value 0.
       77  totale-minuti-turno   pic 9(8) value 0.
       77  totale-anomalie       pic 9(5) value 0.

      * TIMBRATURE DEL GIORNO IN MINUTI DALLA MEZZANOTTE: l'entrata
      * senza uscita copre fino a fine giornata.
       77  num-timbrature        pic 99.
       77  ix-tim                pic 99.
       01  tab-timbrature.
           05 el-timbratura      occurs 20.
              10 tim-entrata     pic 9(4).
              10 tim-uscita      pic 9(4).
       77  turno-da              pic 9(4).
       77  turno-a               pic 9(4).
       77  prima-entrata         pic 9(4).
       77  minuti-conv           pic 9(6).
       77  ore-conv              pic 9(4).
       77  resto-conv            pic 99.
       01  como-ora-spezzata.
           05 como-ora-hh        pic 99.
           05 como-ora-mi        pic 99.
           05 filler             pic x(4).
       01  como-hhmm.
           05 como-hhmm-hh       pic 99.
           05 como-hhmm-mi       pic 99.

      * CALENDARIO DEL MESE RICHIESTO
       77  oggi                  pic 9(8).
       01  anno-mese             pic 9(6).
       01  filler redefines anno-mese.
           05 am-anno            pic 9(4).
           05 am-mese            pic 99.
       77  giorno-corrente       pic 99.
       77  ultimo-giorno-mese    pic 99.
       01  data-giorno           pic 9(8).
       01  filler redefines data-giorno.
           05 dg-anno            pic 9(4).
           05 dg-mese            pic 99.
           05 dg-giorno          pic 99.
       77  giorno-settimana      pic 9.
       01  tab-giorni-mese.
           05 filler             pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese    occurs 12 pic 99.

      * CALCOLO DEL GIORNO DELLA SETTIMANA (come in st-compensi)
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
       01  r-riga                pic x(250).
      * Riga di anomalia in attesa dell'intestazione della persona
       01  r-riga-sospesa        pic x(250).
       01  r-mese-disp.
           05 r-mese-anno        pic 9(4).
           05 filler             pic x value "/".
           05 r-mese-mese        pic 99.
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-ora-disp.
           05 r-ora-hh           pic 99.
           05 filler             pic x value ":".
           05 r-ora-mi           pic 99.
       01  r-ora-da              pic x(5).
       01  r-ora-a               pic x(5).
       01  r-ore-disp.
           05 r-ore-hh           pic zzz9.
           05 filler             pic x value ":".
           05 r-ore-mi           pic 99.
       01  r-ore-lavorate        pic x(7).
       01  r-ore-turno           pic x(7).
       01  r-num-disp            pic zzz9.
       01  r-num-disp2           pic zzz9.
       01  r-num-disp3           pic zzz9.

       LINKAGE SECTION.
      *    Mese del cartellino (aaaamm); zero = mese corrente.
       77  link-anno-mese        pic 9(6).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-anno-mese
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
           if link-anno-mese = 0
              move oggi(1:6) to anno-mese
           else
              move link-anno-mese to anno-mese
           end-if.
           if am-mese = 0 or am-mese > 12
              set errori to true
              exit paragraph
           end-if.
           move giorni-del-mese(am-mese) to ultimo-giorno-mese.
      *    Febbraio bisestile: stesso criterio del calcolo del numero
      *    di giorno progressivo.
           if am-mese = 2
              divide am-anno by 4 giving como-div4
                     remainder como-anni
              if como-anni = 0
                 divide am-anno by 100 giving como-div100
                        remainder como-anni
                 if como-anni not = 0
                    move 29 to ultimo-giorno-mese
                 else
                    divide am-anno by 400 giving como-div400
                           remainder como-anni
                    if como-anni = 0
                       move 29 to ultimo-giorno-mese
                    end-if
                 end-if
              end-if
           end-if.

      ***---
       APRI-FILES.
           if errori
              exit paragraph
           end-if.
           open input trainers shifts closures timbrature.
           if status-trainers not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open i-o oremese.
           if status-oremese = "35"
              open output oremese
              close oremese
              open i-o oremese
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
              move am-anno to r-mese-anno
              move am-mese to r-mese-mese
              initialize r-titolo
              string titolo       delimited size
                     " mese "     delimited size
                     r-mese-disp  delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga

              perform SCORRI-PERSONALE
              perform STAMPA-TOTALE

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       SCORRI-PERSONALE.
           move low-value to trn-code.
           start trainers key is >= trn-code
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read trainers next at end exit perform end-read
              if trn-attivo
                 perform CALCOLA-CARTELLINO
                 if minuti-turno        > 0
                 or minuti-lavorati     > 0
                 or timbrature-mancanti > 0
                    perform STAMPA-TOTALI-PERSONA
                    perform SCRIVI-OREMESE
                 end-if
              end-if
           end-perform.

      ***---
       CALCOLA-CARTELLINO.
      *    Solo giorni conclusi: oggi il turno e' ancora in corso.
           move 0 to minuti-lavorati minuti-turno ritardi
                     timbrature-mancanti fasce-scoperte.
           set intestazione-stampata to false.
           move am-anno to dg-anno.
           move am-mese to dg-mese.
           move 1 to giorno-corrente.
           perform until giorno-corrente > ultimo-giorno-mese
              move giorno-corrente to dg-giorno
              if data-giorno >= oggi
                 exit perform
              end-if
              move data-giorno to como-data-calcolo
              perform COMPONI-DATA
              perform CARICA-TIMBRATURE-GIORNO
              perform CONFRONTA-TURNI-GIORNO
              add 1 to giorno-corrente
           end-perform.

      ***---
       CARICA-TIMBRATURE-GIORNO.
           move 0 to num-timbrature.
           move trn-code    to tmb-trn-code.
           move data-giorno to tmb-data.
           move low-value   to tmb-ora-entrata.
           start timbrature key is >= tmb-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read timbrature next at end exit perform end-read
              if tmb-trn-code not = trn-code
              or tmb-data     not = data-giorno
                 exit perform
              end-if
              if num-timbrature < 78-max-timbrature
                 add 1 to num-timbrature
                 perform REGISTRA-TIMBRATURA-GIORNO
              end-if
           end-perform.

      ***---
       REGISTRA-TIMBRATURA-GIORNO.
           move tmb-ora-entrata to como-ora-spezzata.
           compute tim-entrata(num-timbrature) =
                   como-ora-hh * 60 + como-ora-mi.
           if tmb-ora-uscita = 0
      *       Uscita mai timbrata: conta come presenza per i turni
      *       ma le ore non si pagano finche' non si corregge.
              move 1440 to tim-uscita(num-timbrature)
              add 1 to timbrature-mancanti
              move tim-entrata(num-timbrature) to minuti-conv
              perform CONVERTI-ORA
              move r-ora-disp to r-ora-da
              initialize r-riga
              string "   "                      delimited size
                     r-data-disp                delimited size
                     "  timbratura mancante: "  delimited size
                     "entrata "                 delimited size
                     r-ora-da                   delimited size
                     " senza uscita"            delimited size
                into r-riga
              end-string
              perform SCRIVI-ANOMALIA
           else
              move tmb-ora-uscita to como-ora-spezzata
              compute tim-uscita(num-timbrature) =
                      como-ora-hh * 60 + como-ora-mi
              if tim-uscita(num-timbrature) >
                 tim-entrata(num-timbrature)
                 compute minuti-lavorati = minuti-lavorati
                                         + tim-uscita(num-timbrature)
                                         - tim-entrata(num-timbrature)
              end-if
           end-if.

      ***---
       CONFRONTA-TURNI-GIORNO.
           perform CALCOLA-NUMERO-GIORNO.
           divide como-numero-giorno by 7 giving como-anni
                  remainder giorno-settimana.
           if giorno-settimana = 0
              move 7 to giorno-settimana
           end-if.

           set giorno-chiuso to false.
           move data-giorno to clo-data.
           read closures
                invalid continue
            not invalid
                if clo-chiusura-totale
                   set giorno-chiuso to true
                end-if
           end-read.
           if giorno-chiuso
              exit paragraph
           end-if.

           move trn-code         to shf-trn-code.
           move giorno-settimana to shf-giorno-settimana.
           move 0                to shf-ora-da.
           start shifts key is >= shf-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read shifts next at end exit perform end-read
              if shf-trn-code         not = trn-code
              or shf-giorno-settimana not = giorno-settimana
                 exit perform
              end-if
              perform VALUTA-FASCIA-TURNO
           end-perform.

      ***---
       VALUTA-FASCIA-TURNO.
      *    La fascia e' coperta da ogni timbratura che ci si
      *    sovrappone; la prima entrata fra queste decide il ritardo.
           move shf-ora-da to como-hhmm.
           compute turno-da = como-hhmm-hh * 60 + como-hhmm-mi.
           move shf-ora-a  to como-hhmm.
           compute turno-a  = como-hhmm-hh * 60 + como-hhmm-mi.
           if turno-a > turno-da
              compute minuti-turno = minuti-turno + turno-a - turno-da
           end-if.

           move 9999 to prima-entrata.
           perform varying ix-tim from 1 by 1
                     until ix-tim > num-timbrature
              if tim-entrata(ix-tim) < turno-a
              and tim-uscita(ix-tim) > turno-da
              and tim-entrata(ix-tim) < prima-entrata
                 move tim-entrata(ix-tim) to prima-entrata
              end-if
           end-perform.

           move turno-da to minuti-conv.
           perform CONVERTI-ORA.
           move r-ora-disp to r-ora-da.
           if prima-entrata = 9999
              add 1 to fasce-scoperte
              move turno-a to minuti-conv
              perform CONVERTI-ORA
              move r-ora-disp to r-ora-a
              initialize r-riga
              string "   "                      delimited size
                     r-data-disp                delimited size
                     "  fascia scoperta: turno " delimited size
                     r-ora-da                   delimited size
                     "-"                        delimited size
                     r-ora-a                    delimited size
                     " senza timbrature"        delimited size
                into r-riga
              end-string
              perform SCRIVI-ANOMALIA
              exit paragraph
           end-if.

           if prima-entrata > turno-da + 78-tolleranza-ritardo
              add 1 to ritardi
              move prima-entrata to minuti-conv
              perform CONVERTI-ORA
              move r-ora-disp to r-ora-a
              initialize r-riga
              string "   "                      delimited size
                     r-data-disp                delimited size
                     "  ritardo: turno delle "  delimited size
                     r-ora-da                   delimited size
                     ", entrata alle "          delimited size
                     r-ora-a                    delimited size
                into r-riga
              end-string
              perform SCRIVI-ANOMALIA
           end-if.

      ***---
       CONVERTI-ORA.
      *    Minuti dalla mezzanotte in hh:mm.
           divide minuti-conv by 60 giving ore-conv
                  remainder resto-conv.
           move ore-conv   to r-ora-hh.
           move resto-conv to r-ora-mi.

      ***---
       CONVERTI-ORE.
      *    Totale di minuti in ore:minuti per i totali del mese.
           divide minuti-conv by 60 giving ore-conv
                  remainder resto-conv.
           move ore-conv   to r-ore-hh.
           move resto-conv to r-ore-mi.

      ***---
       SCRIVI-ANOMALIA.
           if not intestazione-stampata
              perform STAMPA-INTESTAZIONE-PERSONA
           end-if.
           add 1 to totale-anomalie.
           move ArialNarrow11 to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-INTESTAZIONE-PERSONA.
           set intestazione-stampata to true.
           move r-riga to r-riga-sospesa.
           initialize r-riga.
           string trn-code     delimited space
                  " "          delimited size
                  trn-cognome  delimited "  "
                  " "          delimited size
                  trn-nome     delimited "  "
             into r-riga
           end-string.
           add 0,2 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move r-riga-sospesa to r-riga.

      ***---
       STAMPA-TOTALI-PERSONA.
           if not intestazione-stampata
              initialize r-riga
              perform STAMPA-INTESTAZIONE-PERSONA
           end-if.
           add 1 to persone-stampate.
           add minuti-lavorati to totale-minuti-lavorati.
           add minuti-turno    to totale-minuti-turno.

           move minuti-lavorati to minuti-conv.
           perform CONVERTI-ORE.
           move r-ore-disp to r-ore-lavorate.
           move minuti-turno to minuti-conv.
           perform CONVERTI-ORE.
           move r-ore-disp to r-ore-turno.
           move ritardi             to r-num-disp.
           move timbrature-mancanti to r-num-disp2.
           move fasce-scoperte      to r-num-disp3.
           initialize r-riga.
           string "   ore timbrate "    delimited size
                  r-ore-lavorate        delimited size
                  " su turno "          delimited size
                  r-ore-turno           delimited size
                  " - ritardi "         delimited size
                  r-num-disp            delimited size
                  ", timbrature mancanti " delimited size
                  r-num-disp2           delimited size
                  ", fasce scoperte "   delimited size
                  r-num-disp3           delimited size
             into r-riga
           end-string.
           move ArialNarrow11 to spl-hfont.
           perform SCRIVI-RIGA.
           add 0,1 to spl-riga.

      ***---
       SCRIVI-OREMESE.
      *    Una riga per persona e mese, riscritta a ogni stampa: vale
      *    l'ultimo cartellino calcolato.
           move anno-mese           to orm-anno-mese.
           move trn-code            to orm-trn-code.
           read oremese
                invalid continue
           end-read.
           move anno-mese           to orm-anno-mese.
           move trn-code            to orm-trn-code.
           move minuti-lavorati     to orm-minuti-lavorati.
           move minuti-turno        to orm-minuti-turno.
           move ritardi             to orm-ritardi.
           move timbrature-mancanti to orm-timbrature-mancanti.
           move fasce-scoperte      to orm-fasce-scoperte.
           move oggi                to orm-data-calcolo.
           if status-oremese = "00"
              rewrite orm-rec invalid continue end-rewrite
           else
              write orm-rec invalid continue end-write
           end-if.

      ***---
       STAMPA-TOTALE.
           add 0,3 to spl-riga.
           move totale-minuti-lavorati to minuti-conv.
           perform CONVERTI-ORE.
           move r-ore-disp to r-ore-lavorate.
           move totale-minuti-turno to minuti-conv.
           perform CONVERTI-ORE.
           move r-ore-disp to r-ore-turno.
           move persone-stampate to r-num-disp.
           initialize r-riga.
           string "TOTALE: persone "     delimited size
                  r-num-disp             delimited size
                  ", ore timbrate "      delimited size
                  r-ore-lavorate         delimited size
                  " su turno "           delimited size
                  r-ore-turno            delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move totale-anomalie to r-num-disp.
           initialize r-riga.
           string "Anomalie segnalate: " delimited size
                  r-num-disp             delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       CALCOLA-NUMERO-GIORNO.
      *    Numero di giorno progressivo dal 01/01/0001 della data in
      *    como-data-calcolo (stesso calcolo di st-presenze), con
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
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

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
           close trainers shifts closures timbrature oremese.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
