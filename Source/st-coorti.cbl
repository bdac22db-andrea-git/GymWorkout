       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-coorti.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Tabella di sopravvivenza per coorte di iscrizione: gli
      *    atleti iscritti in un mese (ath-data-iscrizione) sono una
      *    coorte, e per ciascuno dei 12 mesi successivi si stampa la
      *    percentuale di quelli ancora attivi. Attivo in un mese =
      *    almeno un ingresso in CHECKIN in un giorno coperto da un
      *    periodo di SUBSCRIPTIONS (scadenza contrattuale piu' i
      *    giorni sospesi, vedi gsubscri) e non dentro una
      *    sospensione di FREEZES.
      *    Mesi 3, 6 e 12 evidenziati nella riga di totale: basta
      *    leggere le coorti prima e dopo l'arrivo di trainer e
      *    mesocicli per vedere se la tenuta e' migliorata. Un mese
      *    non ancora concluso esce con il trattino.
      *    Filtri facoltativi: piano del primo abbonamento dell'atleta
      *    (sub-pln-code) e trainer che lo segue (ath-trainer-code).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "athletes.sl".
       copy "subscriptions.sl".
       copy "freezes.sl".
       copy "checkin.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "athletes.fd".
       copy "subscriptions.fd".
       copy "freezes.fd".
       copy "checkin.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-athletes       pic xx.
       77  status-subscriptions  pic xx.
       77  status-freezes        pic xx.
       77  status-checkin        pic xx.

      * COSTANTI
       78  titolo                value "Tenuta per coorte".
       78  78-max-coorti         value 120.
       78  78-max-periodi        value 50.
       78  78-mesi-osservati     value 12.
      *    Coorti proposte senza intervallo: gli ultimi due anni.
       78  78-mesi-default       value 24.

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
           88 giorno-valido      value 1 false 0.

      * INTERVALLO DELLE COORTI (aaaamm) E MESE CORRENTE
       77  mese-da               pic 9(6).
       77  mese-a                pic 9(6).
       77  mese-oggi             pic 9(6).
       77  progr-mese-oggi       pic 9(6).
       77  progr-mese-coorte     pic 9(6).
       77  mese-relativo         pic s9(6).

      * COORTI
       01  tab-coorti.
           05 coo-el             occurs 120 times.
               10 coo-mese           pic 9(6).
               10 coo-iscritti       pic 9(5).
               10 coo-attivi         pic 9(5) occurs 12.
       77  coo-count             pic 9(3) value 0.
       77  coo-ix                pic 9(3).
       77  coo-jx                pic 9(3).
       77  mese-ix               pic 99.

      * ATLETA IN ESAME: periodi coperti e sospensioni in numero di
      * giorno, mesi gia' contati come attivi.
       01  tab-periodi.
           05 per-el             occurs 50 times.
               10 per-inizio-num     pic 9(8).
               10 per-fine-num       pic 9(8).
       77  per-count             pic 99.
       77  per-ix                pic 99.
       01  tab-sospensioni.
           05 sos-el             occurs 50 times.
               10 sos-da-num         pic 9(8).
               10 sos-a-num          pic 9(8).
       77  sos-count             pic 99.
       77  sos-ix                pic 99.
       01  tab-mesi-attivi.
           05 mese-attivo        pic 9 occurs 12.
       77  piano-primo           pic x(5).
       77  giorno-chk-num        pic 9(8).
       77  giorno-da-num         pic 9(8).
       77  giorno-a-num          pic 9(8).

      * TOTALI DI COLONNA
       01  tab-totali.
           05 tot-iscritti-mese  pic 9(7) occurs 12.
           05 tot-attivi-mese    pic 9(7) occurs 12.
       77  tot-iscritti          pic 9(7).
       77  percentuale           pic 9(3)v9.

      * CALCOLO DEI GIORNI (come in gsubscri)
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
       01  como-mese-calcolo     pic 9(6).
       01  filler redefines como-mese-calcolo.
           05 como-mese-anno     pic 9(4).
           05 como-mese-mese     pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-mese-disp.
           05 r-mese-anno        pic 9(4).
           05 filler             pic x value "/".
           05 r-mese-mese        pic 99.
       01  r-num-disp            pic zzzz9.
       01  r-perc-disp           pic zz9,9.
       01  r-cella               pic x(8).
       01  r-colonne             pic x(100).
       77  r-pos                 pic 9(3).
       01  r-mese-col            pic z9.

       LINKAGE SECTION.
      *    Coorti dal mese al mese (aaaamm); zero = ultimi
      *    78-mesi-default mesi.
       77  link-mese-da          pic 9(6).
       77  link-mese-a           pic 9(6).
      *    Filtri facoltativi (spazi = tutti).
       77  link-pln-code         pic x(5).
       77  link-trn-code         pic x(5).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-mese-da link-mese-a
                                 link-pln-code link-trn-code
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
           initialize tab-coorti tab-totali.
           accept como-data-calcolo from century-date.
           move como-data-calcolo(1:6) to mese-oggi.
           move mese-oggi to como-mese-calcolo.
           perform PROGRESSIVO-MESE.
           move como-numero-giorno to progr-mese-oggi.

           move link-mese-da to mese-da.
           move link-mese-a  to mese-a.
           if mese-a = 0
              move mese-oggi to mese-a
           end-if.
           if mese-da = 0
              move mese-a to como-mese-calcolo
              perform PROGRESSIVO-MESE
              compute como-numero-giorno = como-numero-giorno
                                         - 78-mesi-default + 1
              perform MESE-DA-PROGRESSIVO
              move como-mese-calcolo to mese-da
           end-if.

      ***---
       APRI-FILES.
           open input athletes.
           if status-athletes not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input subscriptions freezes checkin.

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
              perform RACCOGLI-COORTI

              move 0,6 to spl-riga
              initialize r-titolo
              move mese-da(1:4) to r-mese-anno
              move mese-da(5:2) to r-mese-mese
              string titolo          delimited size
                     " da "          delimited size
                     r-mese-disp     delimited size
                into r-titolo
              end-string
              move mese-a(1:4) to r-mese-anno
              move mese-a(5:2) to r-mese-mese
              move 1 to r-pos
              inspect r-titolo tallying r-pos
                      for characters before initial "   "
              string " a "           delimited size
                     r-mese-disp     delimited size
                into r-titolo with pointer r-pos
              end-string
              if link-pln-code not = spaces
                 string "  piano "      delimited size
                        link-pln-code   delimited size
                   into r-titolo with pointer r-pos
                 end-string
              end-if
              if link-trn-code not = spaces
                 string "  trainer "    delimited size
                        link-trn-code   delimited size
                   into r-titolo with pointer r-pos
                 end-string
              end-if
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,2 to spl-riga

              if coo-count = 0
                 move "Nessun iscritto nell'intervallo" to r-riga
                 move ArialNarrow11 to spl-hfont
                 perform SCRIVI-RIGA
              else
                 perform STAMPA-INTESTAZIONE
                 perform STAMPA-COORTE
                         varying coo-ix from 1 by 1
                           until coo-ix > coo-count
                 perform STAMPA-TOTALE
              end-if

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       RACCOGLI-COORTI.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read athletes next at end exit perform end-read
              if ath-data-iscrizione not = 0
              and ath-data-iscrizione(1:6) >= mese-da
              and ath-data-iscrizione(1:6) <= mese-a
                 if link-trn-code = spaces
                 or ath-trainer-code = link-trn-code
                    perform VALUTA-ATLETA
                 end-if
              end-if
           end-perform.

      ***---
       VALUTA-ATLETA.
           perform CARICA-PERIODI.
           if link-pln-code not = spaces
           and piano-primo not = link-pln-code
              exit paragraph
           end-if.
           perform CARICA-SOSPENSIONI.
           perform CERCA-COORTE.
           if coo-ix = 0
              exit paragraph
           end-if.
           add 1 to coo-iscritti(coo-ix).

           move ath-data-iscrizione(1:6) to como-mese-calcolo.
           perform PROGRESSIVO-MESE.
           move como-numero-giorno to progr-mese-coorte.
           initialize tab-mesi-attivi.

           move ath-code to chk-code.
           move ath-data-iscrizione to chk-data.
           move 0 to chk-ora.
           start checkin key is >= chk-k-atleta
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read checkin next at end exit perform end-read
              if chk-code not = ath-code
                 exit perform
              end-if
              move chk-data(1:6) to como-mese-calcolo
              perform PROGRESSIVO-MESE
              compute mese-relativo = como-numero-giorno
                                    - progr-mese-coorte
              if mese-relativo > 78-mesi-osservati
                 exit perform
              end-if
              if mese-relativo > 0
                 if mese-attivo(mese-relativo) = 0
                    perform CONTROLLA-GIORNO
                    if giorno-valido
                       move 1 to mese-attivo(mese-relativo)
                       add 1 to coo-attivi(coo-ix, mese-relativo)
                    end-if
                 end-if
              end-if
           end-perform.

      ***---
       CARICA-PERIODI.
      *    Periodi dell'atleta con la fine allungata dei giorni
      *    sospesi dentro il periodo; il primo da' il piano per il
      *    filtro.
           move 0      to per-count.
           move spaces to piano-primo.
           move ath-code to sub-code.
           move 0        to sub-data-inizio.
           start subscriptions key is >= sub-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read subscriptions next at end exit perform end-read
              if sub-code not = ath-code
                 exit perform
              end-if
              if per-count = 0
                 move sub-pln-code to piano-primo
              end-if
              if per-count < 78-max-periodi
                 add 1 to per-count
                 move sub-data-inizio to como-data-calcolo
                 perform CALCOLA-NUMERO-GIORNO
                 move como-numero-giorno to per-inizio-num(per-count)
                 move sub-data-scadenza to como-data-calcolo
                 perform CALCOLA-NUMERO-GIORNO
                 move como-numero-giorno to per-fine-num(per-count)
              end-if
           end-perform.

      ***---
       CARICA-SOSPENSIONI.
           move 0 to sos-count.
           move ath-code  to frz-code.
           move 0         to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = ath-code
                 exit perform
              end-if
              if sos-count < 78-max-periodi
                 add 1 to sos-count
                 move frz-data-da to como-data-calcolo
                 perform CALCOLA-NUMERO-GIORNO
                 move como-numero-giorno to sos-da-num(sos-count)
                 move frz-data-a  to como-data-calcolo
                 perform CALCOLA-NUMERO-GIORNO
                 move como-numero-giorno to sos-a-num(sos-count)
                 perform ALLUNGA-PERIODI
              end-if
           end-perform.

      ***---
       ALLUNGA-PERIODI.
      *    Giorni della sospensione dentro ciascun periodo contrattuale
      *    (come in gsubscri): spostano in avanti la fine.
           perform varying per-ix from 1 by 1
                     until per-ix > per-count
              move sos-da-num(sos-count) to giorno-da-num
              move sos-a-num(sos-count)  to giorno-a-num
              if giorno-da-num < per-inizio-num(per-ix)
                 move per-inizio-num(per-ix) to giorno-da-num
              end-if
              if giorno-a-num > per-fine-num(per-ix)
                 move per-fine-num(per-ix) to giorno-a-num
              end-if
              if giorno-a-num >= giorno-da-num
                 compute per-fine-num(per-ix) = per-fine-num(per-ix)
                         + giorno-a-num - giorno-da-num + 1
              end-if
           end-perform.

      ***---
       CONTROLLA-GIORNO.
      *    Ingresso valido: dentro un periodo e fuori da ogni
      *    sospensione.
           set giorno-valido to false.
           move chk-data to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-chk-num.
           perform varying per-ix from 1 by 1
                     until per-ix > per-count
              if giorno-chk-num >= per-inizio-num(per-ix)
              and giorno-chk-num <= per-fine-num(per-ix)
                 set giorno-valido to true
                 exit perform
              end-if
           end-perform.
           if not giorno-valido
              exit paragraph
           end-if.
           perform varying sos-ix from 1 by 1
                     until sos-ix > sos-count
              if giorno-chk-num >= sos-da-num(sos-ix)
              and giorno-chk-num <= sos-a-num(sos-ix)
                 set giorno-valido to false
                 exit perform
              end-if
           end-perform.

      ***---
       CERCA-COORTE.
      *    Coorti tenute in ordine di mese, inserite alla prima
      *    occorrenza; coo-ix = 0 se la tabella e' piena.
           perform varying coo-ix from 1 by 1
                     until coo-ix > coo-count
              if coo-mese(coo-ix) = ath-data-iscrizione(1:6)
                 exit paragraph
              end-if
              if coo-mese(coo-ix) > ath-data-iscrizione(1:6)
                 exit perform
              end-if
           end-perform.
           if coo-count >= 78-max-coorti
              move 0 to coo-ix
              exit paragraph
           end-if.
           move coo-count to coo-jx.
           perform until coo-jx < coo-ix
              move coo-el(coo-jx) to coo-el(coo-jx + 1)
              subtract 1 from coo-jx
           end-perform.
           initialize coo-el(coo-ix).
           move ath-data-iscrizione(1:6) to coo-mese(coo-ix).
           add 1 to coo-count.

      ***---
       STAMPA-INTESTAZIONE.
           move spaces to r-colonne.
           move 1 to r-pos.
           perform varying mese-ix from 1 by 1
                     until mese-ix > 78-mesi-osservati
              move mese-ix to r-mese-col
              move spaces to r-cella
              string "   M" delimited size
                     r-mese-col delimited size
                into r-cella
              end-string
              move r-cella to r-colonne(r-pos:8)
              add 8 to r-pos
           end-perform.
           initialize r-riga.
           string "Coorte   Iscritti" delimited size
                  r-colonne           delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.
           move ArialNarrow11 to spl-hfont.

      ***---
       STAMPA-COORTE.
           move coo-mese(coo-ix)(1:4) to r-mese-anno.
           move coo-mese(coo-ix)(5:2) to r-mese-mese.
           move coo-iscritti(coo-ix)  to r-num-disp.
           add coo-iscritti(coo-ix)   to tot-iscritti.
           move coo-mese(coo-ix) to como-mese-calcolo.
           perform PROGRESSIVO-MESE.
           move como-numero-giorno to progr-mese-coorte.

           move spaces to r-colonne.
           move 1 to r-pos.
           perform varying mese-ix from 1 by 1
                     until mese-ix > 78-mesi-osservati
              move spaces to r-cella
      *       Mese non ancora concluso: il dato sarebbe parziale.
              if progr-mese-coorte + mese-ix >= progr-mese-oggi
                 move "       -" to r-cella
              else
                 compute percentuale rounded =
                         coo-attivi(coo-ix, mese-ix) * 100
                       / coo-iscritti(coo-ix)
                 move percentuale to r-perc-disp
                 move r-perc-disp to r-cella(4:5)
                 add coo-iscritti(coo-ix)
                  to tot-iscritti-mese(mese-ix)
                 add coo-attivi(coo-ix, mese-ix)
                  to tot-attivi-mese(mese-ix)
              end-if
              move r-cella to r-colonne(r-pos:8)
              add 8 to r-pos
           end-perform.
           initialize r-riga.
           string r-mese-disp   delimited size
                  "  "          delimited size
                  r-num-disp    delimited size
                  "   "         delimited size
                  r-colonne     delimited size
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TOTALE.
      *    Media ponderata di colonna sulle sole coorti che hanno gia'
      *    concluso quel mese.
           move spaces to r-colonne.
           move 1 to r-pos.
           perform varying mese-ix from 1 by 1
                     until mese-ix > 78-mesi-osservati
              move spaces to r-cella
              if tot-iscritti-mese(mese-ix) = 0
                 move "       -" to r-cella
              else
                 compute percentuale rounded =
                         tot-attivi-mese(mese-ix) * 100
                       / tot-iscritti-mese(mese-ix)
                 move percentuale to r-perc-disp
                 move r-perc-disp to r-cella(4:5)
              end-if
              move r-cella to r-colonne(r-pos:8)
              add 8 to r-pos
           end-perform.
           move tot-iscritti to r-num-disp.
           initialize r-riga.
           string "Totale   "   delimited size
                  r-num-disp    delimited size
                  "   "         delimited size
                  r-colonne     delimited size
             into r-riga
           end-string.
           add 0,1 to spl-riga.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.

      *    I tre traguardi che interessano alla direzione.
           initialize r-riga.
           move 1 to r-pos.
           string "Ancora attivi dopo 3, 6 e 12 mesi:" delimited size
             into r-riga with pointer r-pos
           end-string.
           move 3 to mese-ix.
           perform TRAGUARDO.
           move 6 to mese-ix.
           perform TRAGUARDO.
           move 12 to mese-ix.
           perform TRAGUARDO.
           perform SCRIVI-RIGA.

      ***---
       TRAGUARDO.
           if tot-iscritti-mese(mese-ix) = 0
              string "   -" delimited size
                into r-riga with pointer r-pos
              end-string
              exit paragraph
           end-if.
           compute percentuale rounded =
                   tot-attivi-mese(mese-ix) * 100
                 / tot-iscritti-mese(mese-ix).
           move percentuale to r-perc-disp.
           string "  "        delimited size
                  r-perc-disp delimited size
                  "%"         delimited size
             into r-riga with pointer r-pos
           end-string.

      ***---
       SCRIVI-RIGA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       PROGRESSIVO-MESE.
      *    Numero progressivo del mese aaaamm in como-mese-calcolo
      *    (anno * 12 + mese), in como-numero-giorno.
           compute como-numero-giorno =
                   como-mese-anno * 12 + como-mese-mese - 1.

      ***---
       MESE-DA-PROGRESSIVO.
           divide como-numero-giorno by 12
                  giving como-anni remainder como-div4.
           move como-anni to como-mese-anno.
           compute como-mese-mese = como-div4 + 1.

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
           close athletes subscriptions freezes checkin.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
