       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      st-risconti.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Ratei e risconti di fine mese per il commercialista: alla
      *    data di fine mese richiesta (zero = fine del mese scorso)
      *    ripartisce sul periodo di competenza il prezzo di
      *    abbonamenti e pacchetti PT gia' iniziati, dove st-incassi
      *    guarda solo la cassa per data di pagamento.
      *    Abbonamenti (SUBSCRIPTIONS): sub-importo maturato giorno
      *    per giorno dalla decorrenza alla scadenza; i giorni di
      *    sospensione FREEZES non maturano e spostano in avanti la
      *    fine del periodo (stesso conto di gcheckin e rin-auto).
      *    Pacchetti PT (PTPACKS): ptk-prezzo maturato seduta per
      *    seduta. Le sedute a fine mese sono quelle consumate oggi
      *    meno le erogate in PTDIARY dopo la data, tolte dai
      *    pacchetti dello stesso atleta e trainer nell'ordine in cui
      *    gptbook li consuma (il piu' vecchio con sedute residue).
      *    Per riga: importo, maturato a fine mese, di cui maturato
      *    nel mese e risconto (da maturare); totali per sezione e
      *    generale. Si stampano le righe con competenza nel mese o
      *    con risconto residuo.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "subscriptions.sl".
       copy "freezes.sl".
       copy "ptpacks.sl".
       copy "ptdiary.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "subscriptions.fd".
       copy "freezes.fd".
       copy "ptpacks.fd".
       copy "ptdiary.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".

       77  status-subscriptions  pic xx.
       77  status-freezes        pic xx.
       77  status-ptpacks        pic xx.
       77  status-ptdiary        pic xx.
       77  status-athletes       pic xx.

      * COSTANTI
       78  titolo                value "Ratei e risconti".
      *    Pacchetti dello stesso atleta presso lo stesso trainer
      *    tenuti insieme per la ripartizione delle sedute.
       78  78-max-pacchetti      value 50.
      *    Ultima riga utile della pagina orizzontale (cm).
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

      * DATE DI RIFERIMENTO
       77  data-fine-mese        pic 9(8).
       77  data-fine-prec        pic 9(8).
       77  giorno-fine-num       pic 9(8).
       77  giorno-prec-num       pic 9(8).

      * ABBONAMENTO IN LETTURA
       77  giorno-inizio-num     pic 9(8).
       77  giorno-scad-num       pic 9(8).
       77  giorno-effettivo-num  pic 9(8).
       77  giorno-frz-da-num     pic 9(8).
       77  giorno-frz-a-num      pic 9(8).
       77  giorni-contratto      pic 9(5).
       77  giorni-congelati      pic 9(5).
       77  congelati-fine        pic 9(5).
       77  congelati-prec        pic 9(5).
       77  giorni-maturati       pic s9(6).
       77  giorno-limite-num     pic 9(8).

      * PACCHETTI PT DELLO STESSO ATLETA E TRAINER
       01  tab-pacchetti.
           05 pac-el             occurs 50 times.
               10 pac-data-acquisto  pic 9(8).
               10 pac-acquistate     pic 9(3).
               10 pac-consumate      pic 9(3).
               10 pac-prezzo         pic 9(5)v99.
               10 pac-usate-fine     pic 9(3).
               10 pac-usate-prec     pic 9(3).
       77  pac-count             pic 99 value 0.
       77  pac-ix                pic 99.
       77  grp-code              pic 9(18).
       77  grp-trn-code          pic x(5).
       77  sedute-totali         pic 9(5).
       77  sedute-dopo-fine      pic 9(5).
       77  sedute-dopo-prec      pic 9(5).
       77  sedute-da-ripartire   pic s9(5).

      * IMPORTI
       77  importo-riga          pic 9(7)v99.
       77  maturato-fine         pic 9(7)v99.
       77  maturato-prec         pic 9(7)v99.
       77  maturato-mese         pic s9(7)v99.
       77  risconto-riga         pic 9(7)v99.
       01  totali-sezione.
           05 tot-sez-importo    pic 9(9)v99.
           05 tot-sez-maturato   pic 9(9)v99.
           05 tot-sez-mese       pic s9(9)v99.
           05 tot-sez-risconto   pic 9(9)v99.
       01  totali-generali.
           05 tot-gen-importo    pic 9(9)v99.
           05 tot-gen-maturato   pic 9(9)v99.
           05 tot-gen-mese       pic s9(9)v99.
           05 tot-gen-risconto   pic 9(9)v99.
       77  num-righe-sezione     pic 9(6).

      * CALCOLO DEI GIORNI DI CALENDARIO (come in gcheckin)
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
       77  como-anni             pic 9(8).
       77  como-div4             pic 9(8).
       77  como-div100           pic 9(8).
       77  como-div400           pic 9(8).
       77  como-numero-giorno    pic 9(8).
       77  como-anni-in-piu      pic 9(4).
       77  como-resto            pic 9(4).
       77  giorni-mese-corrente  pic 99.

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(200).
       01  r-data-disp           pic 99/99/9999.
       01  r-inizio-disp         pic 99/99/9999.
       01  r-fine-disp           pic 99/99/9999.
       01  r-importo-disp        pic zzz.zz9,99.
       01  r-maturato-disp       pic zzz.zz9,99.
       01  r-mese-disp           pic ---.--9,99.
       01  r-risconto-disp       pic zzz.zz9,99.
       01  r-tot-importo-disp    pic zzz.zzz.zz9,99.
       01  r-tot-maturato-disp   pic zzz.zzz.zz9,99.
       01  r-tot-mese-disp       pic ---.---.--9,99.
       01  r-tot-risconto-disp   pic zzz.zzz.zz9,99.
       01  r-sedute-disp         pic zz9.
       01  r-acquistate-disp     pic zz9.
       01  r-nominativo          pic x(40).
       01  r-sezione             pic x(40).
       01  r-sospensione         pic x(30).

       LINKAGE SECTION.
      *    Fine mese di riferimento (aaaammgg; zero = ultimo giorno
      *    del mese scorso).
       77  link-data-fine-mese   pic 9(8).
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-data-fine-mese
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
           initialize totali-generali.

      *    Fine mese di riferimento e fine del mese precedente: la
      *    differenza fra i due maturati e' la competenza del mese.
           if link-data-fine-mese = 0
              accept como-data-calcolo from century-date
              move 1 to como-data-gg
              perform GIORNO-PRECEDENTE
           else
              move link-data-fine-mese to como-data-calcolo
              perform CALCOLA-FINE-MESE
              move giorni-mese-corrente to como-data-gg
           end-if.
           move como-data-calcolo to data-fine-mese.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-fine-num.
           move 1 to como-data-gg.
           perform GIORNO-PRECEDENTE.
           move como-data-calcolo to data-fine-prec.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-prec-num.

      ***---
       APRI-FILES.
           open input subscriptions.
           if status-subscriptions not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           open input freezes ptpacks ptdiary athletes.

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
              move data-fine-mese to r-data-disp
              initialize r-titolo
              string titolo          delimited size
                     " al "          delimited size
                     r-data-disp     delimited size
                into r-titolo
              end-string
              move ArialNarrow11B to spl-hfont
              move r-titolo       to r-riga
              perform SCRIVI-RIGA
              add 0,25 to spl-riga

              perform STAMPA-ABBONAMENTI
              perform STAMPA-PACCHETTI
              perform STAMPA-TOTALE-GENERALE

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       STAMPA-ABBONAMENTI.
           move "Abbonamenti" to r-sezione.
           perform INTESTAZIONE-SEZIONE.
           move low-value to sub-key.
           start subscriptions key is >= sub-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read subscriptions next
                         at end exit perform
                    end-read
                    if sub-data-inizio <= data-fine-mese
                    and sub-data-scadenza >= sub-data-inizio
                    and sub-importo > 0
                       perform CALCOLA-ABBONAMENTO
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-SEZIONE.

      ***---
       CALCOLA-ABBONAMENTO.
           move sub-data-inizio to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-inizio-num.
           move sub-data-scadenza to como-data-calcolo.
           perform CALCOLA-NUMERO-GIORNO.
           move como-numero-giorno to giorno-scad-num.
           compute giorni-contratto = giorno-scad-num
                                    - giorno-inizio-num + 1.

           perform CALCOLA-GIORNI-CONGELATI.
           compute giorno-effettivo-num = giorno-scad-num
                                        + giorni-congelati.
      *    Periodo finito prima del mese: nessuna competenza e nessun
      *    risconto, non si stampa.
           if giorno-effettivo-num <= giorno-prec-num
              exit paragraph
           end-if.

           move sub-importo to importo-riga.
           compute giorni-maturati = giorno-fine-num
                                   - giorno-inizio-num + 1
                                   - congelati-fine.
           perform LIMITA-GIORNI-MATURATI.
           compute maturato-fine rounded =
                   importo-riga * giorni-maturati / giorni-contratto.
           compute giorni-maturati = giorno-prec-num
                                   - giorno-inizio-num + 1
                                   - congelati-prec.
           perform LIMITA-GIORNI-MATURATI.
           compute maturato-prec rounded =
                   importo-riga * giorni-maturati / giorni-contratto.
           compute maturato-mese = maturato-fine - maturato-prec.
           compute risconto-riga = importo-riga - maturato-fine.

           move sub-code to ath-code.
           perform LEGGI-NOMINATIVO.
           move sub-data-inizio to r-inizio-disp.
           move sub-data-scadenza to r-fine-disp.
           perform IMPORTI-A-STAMPA.
           move spaces to r-sospensione.
           if giorni-congelati > 0
              move giorni-congelati to r-sedute-disp
              string "  (+"             delimited size
                     r-sedute-disp      delimited size
                     " gg sospensione)" delimited size
                into r-sospensione
              end-string
           end-if.
           initialize r-riga.
           string sub-code        delimited size
                  "  "            delimited size
                  r-nominativo    delimited size
                  "  "            delimited size
                  sub-pln-code    delimited size
                  "  "            delimited size
                  r-inizio-disp   delimited size
                  "-"             delimited size
                  r-fine-disp     delimited size
                  "  "            delimited size
                  r-importo-disp  delimited size
                  "  "            delimited size
                  r-maturato-disp delimited size
                  "  "            delimited size
                  r-mese-disp     delimited size
                  "  "            delimited size
                  r-risconto-disp delimited size
                  r-sospensione   delimited size
             into r-riga
           end-string.
           perform STAMPA-RIGA-DETTAGLIO.

      ***---
       LIMITA-GIORNI-MATURATI.
           if giorni-maturati < 0
              move 0 to giorni-maturati
           end-if.
           if giorni-maturati > giorni-contratto
              move giorni-contratto to giorni-maturati
           end-if.

      ***---
       CALCOLA-GIORNI-CONGELATI.
      *    Giorni di sospensione (FREEZES) dentro il periodo: il
      *    totale allunga la fine effettiva, quelli gia' trascorsi
      *    alla fine del mese (e del mese prima) non maturano.
           move 0 to giorni-congelati congelati-fine congelati-prec.
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
              perform SOMMA-GIORNI-SOSPENSIONE
           end-perform.

      ***---
       SOMMA-GIORNI-SOSPENSIONE.
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
           if giorno-limite-num > giorno-fine-num
              move giorno-fine-num to giorno-limite-num
           end-if.
           if giorno-limite-num >= giorno-frz-da-num
              compute congelati-fine = congelati-fine
                      + giorno-limite-num - giorno-frz-da-num + 1
           end-if.
           move giorno-frz-a-num to giorno-limite-num.
           if giorno-limite-num > giorno-prec-num
              move giorno-prec-num to giorno-limite-num
           end-if.
           if giorno-limite-num >= giorno-frz-da-num
              compute congelati-prec = congelati-prec
                      + giorno-limite-num - giorno-frz-da-num + 1
           end-if.

      ***---
       STAMPA-PACCHETTI.
      *    PTPACKS in ordine di chiave: i pacchetti di uno stesso
      *    atleta presso uno stesso trainer sono consecutivi, per
      *    data di acquisto.
           add 0,3 to spl-riga.
           move "Pacchetti personal training" to r-sezione.
           perform INTESTAZIONE-SEZIONE.
           move 0 to pac-count grp-code.
           move spaces to grp-trn-code.
           move low-value to ptk-key.
           start ptpacks key is >= ptk-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read ptpacks next
                         at end exit perform
                    end-read
                    if ptk-code     not = grp-code
                    or ptk-trn-code not = grp-trn-code
                       if pac-count > 0
                          perform CHIUDI-GRUPPO-PACCHETTI
                       end-if
                       move ptk-code     to grp-code
                       move ptk-trn-code to grp-trn-code
                       move 0            to pac-count
                    end-if
                    if pac-count < 78-max-pacchetti
                       add 1 to pac-count
                       move ptk-data-acquisto
                         to pac-data-acquisto(pac-count)
                       move ptk-sessioni-acquistate
                         to pac-acquistate(pac-count)
                       move ptk-sessioni-consumate
                         to pac-consumate(pac-count)
                       move ptk-prezzo to pac-prezzo(pac-count)
                    end-if
                 end-perform
           end-start.
           if pac-count > 0
              perform CHIUDI-GRUPPO-PACCHETTI
           end-if.
           perform STAMPA-TOTALE-SEZIONE.

      ***---
       CHIUDI-GRUPPO-PACCHETTI.
           perform CONTA-SEDUTE-SUCCESSIVE.
           move 0 to sedute-totali.
           perform varying pac-ix from 1 by 1
                     until pac-ix > pac-count
              add pac-consumate(pac-ix) to sedute-totali
           end-perform.

      *    Sedute gia' consumate a fine mese, ripartite dal pacchetto
      *    piu' vecchio come le scala gptbook.
           compute sedute-da-ripartire = sedute-totali
                                       - sedute-dopo-fine.
           perform varying pac-ix from 1 by 1
                     until pac-ix > pac-count
              move 0 to pac-usate-fine(pac-ix)
              if pac-data-acquisto(pac-ix) <= data-fine-mese
              and sedute-da-ripartire > 0
                 if sedute-da-ripartire > pac-acquistate(pac-ix)
                    move pac-acquistate(pac-ix)
                      to pac-usate-fine(pac-ix)
                 else
                    move sedute-da-ripartire
                      to pac-usate-fine(pac-ix)
                 end-if
                 subtract pac-usate-fine(pac-ix)
                     from sedute-da-ripartire
              end-if
           end-perform.
           compute sedute-da-ripartire = sedute-totali
                                       - sedute-dopo-prec.
           perform varying pac-ix from 1 by 1
                     until pac-ix > pac-count
              move 0 to pac-usate-prec(pac-ix)
              if pac-data-acquisto(pac-ix) <= data-fine-prec
              and sedute-da-ripartire > 0
                 if sedute-da-ripartire > pac-acquistate(pac-ix)
                    move pac-acquistate(pac-ix)
                      to pac-usate-prec(pac-ix)
                 else
                    move sedute-da-ripartire
                      to pac-usate-prec(pac-ix)
                 end-if
                 subtract pac-usate-prec(pac-ix)
                     from sedute-da-ripartire
              end-if
           end-perform.

           move grp-code to ath-code.
           perform LEGGI-NOMINATIVO.
           perform varying pac-ix from 1 by 1
                     until pac-ix > pac-count
              if pac-data-acquisto(pac-ix) <= data-fine-mese
              and pac-acquistate(pac-ix) > 0
                 perform CALCOLA-PACCHETTO
              end-if
           end-perform.

      ***---
       CONTA-SEDUTE-SUCCESSIVE.
      *    Sedute erogate dal trainer all'atleta dopo la fine del mese
      *    precedente (e, fra queste, dopo la fine del mese).
           move 0 to sedute-dopo-fine sedute-dopo-prec.
           move grp-trn-code   to apt-trn-code.
           move data-fine-prec to apt-data.
           move 9999           to apt-ora.
           start ptdiary key is > apt-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read ptdiary next at end exit perform end-read
              if apt-trn-code not = grp-trn-code
                 exit perform
              end-if
              if apt-ath-code = grp-code
              and apt-erogato
                 add 1 to sedute-dopo-prec
                 if apt-data > data-fine-mese
                    add 1 to sedute-dopo-fine
                 end-if
              end-if
           end-perform.

      ***---
       CALCOLA-PACCHETTO.
           move pac-prezzo(pac-ix) to importo-riga.
           compute maturato-fine rounded =
                   importo-riga * pac-usate-fine(pac-ix)
                                / pac-acquistate(pac-ix).
           compute maturato-prec rounded =
                   importo-riga * pac-usate-prec(pac-ix)
                                / pac-acquistate(pac-ix).
           compute maturato-mese = maturato-fine - maturato-prec.
           compute risconto-riga = importo-riga - maturato-fine.
           if maturato-mese = 0
           and risconto-riga = 0
              exit paragraph
           end-if.

           move pac-data-acquisto(pac-ix) to r-inizio-disp.
           move pac-usate-fine(pac-ix)    to r-sedute-disp.
           move pac-acquistate(pac-ix)    to r-acquistate-disp.
           perform IMPORTI-A-STAMPA.
           initialize r-riga.
           string grp-code          delimited size
                  "  "              delimited size
                  r-nominativo      delimited size
                  "  "              delimited size
                  grp-trn-code      delimited size
                  "  del "          delimited size
                  r-inizio-disp     delimited size
                  "  sedute "       delimited size
                  r-sedute-disp     delimited size
                  "/"               delimited size
                  r-acquistate-disp delimited size
                  "  "              delimited size
                  r-importo-disp    delimited size
                  "  "              delimited size
                  r-maturato-disp   delimited size
                  "  "              delimited size
                  r-mese-disp       delimited size
                  "  "              delimited size
                  r-risconto-disp   delimited size
             into r-riga
           end-string.
           perform STAMPA-RIGA-DETTAGLIO.

      ***---
       LEGGI-NOMINATIVO.
           move spaces to r-nominativo.
           read athletes
                invalid continue
            not invalid
                string ath-cognome delimited "  "
                       " "         delimited size
                       ath-nome    delimited "  "
                  into r-nominativo
                end-string
           end-read.

      ***---
       IMPORTI-A-STAMPA.
           move importo-riga  to r-importo-disp.
           move maturato-fine to r-maturato-disp.
           move maturato-mese to r-mese-disp.
           move risconto-riga to r-risconto-disp.

      ***---
       INTESTAZIONE-SEZIONE.
           initialize totali-sezione.
           move 0 to num-righe-sezione.
           move ArialNarrow11B to spl-hfont.
           move r-sezione to r-riga.
           perform SCRIVI-RIGA.
           move "Importo, maturato a fine mese, nel mese, risconto"
             to r-riga.
           move ArialNarrow11 to spl-hfont.
           perform SCRIVI-RIGA.
           add 0,1 to spl-riga.

      ***---
       STAMPA-RIGA-DETTAGLIO.
           move ArialNarrow11 to spl-hfont.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,4 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.
           add 1 to num-righe-sezione.
           add importo-riga  to tot-sez-importo  tot-gen-importo.
           add maturato-fine to tot-sez-maturato tot-gen-maturato.
           add maturato-mese to tot-sez-mese     tot-gen-mese.
           add risconto-riga to tot-sez-risconto tot-gen-risconto.

      ***---
       STAMPA-TOTALE-SEZIONE.
           if num-righe-sezione = 0
              move "   Nessuna riga di competenza" to r-riga
              move ArialNarrow11 to spl-hfont
              perform SCRIVI-RIGA
              exit paragraph
           end-if.
           move tot-sez-importo  to r-tot-importo-disp.
           move tot-sez-maturato to r-tot-maturato-disp.
           move tot-sez-mese     to r-tot-mese-disp.
           move tot-sez-risconto to r-tot-risconto-disp.
           initialize r-riga.
           string "   Totale "          delimited size
                  r-sezione             delimited "  "
                  ": importo "          delimited size
                  r-tot-importo-disp    delimited size
                  "  maturato "         delimited size
                  r-tot-maturato-disp   delimited size
                  "  nel mese "         delimited size
                  r-tot-mese-disp       delimited size
                  "  risconto "         delimited size
                  r-tot-risconto-disp   delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TOTALE-GENERALE.
           add 0,3 to spl-riga.
           move tot-gen-importo  to r-tot-importo-disp.
           move tot-gen-maturato to r-tot-maturato-disp.
           move tot-gen-mese     to r-tot-mese-disp.
           move tot-gen-risconto to r-tot-risconto-disp.
           initialize r-riga.
           string "Totale generale: importo " delimited size
                  r-tot-importo-disp          delimited size
                  "  maturato "               delimited size
                  r-tot-maturato-disp         delimited size
                  "  nel mese "               delimited size
                  r-tot-mese-disp             delimited size
                  "  risconto "               delimited size
                  r-tot-risconto-disp         delimited size
             into r-riga
           end-string.
           move ArialNarrow11B to spl-hfont.
           perform SCRIVI-RIGA.

      ***---
       SCRIVI-RIGA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.
           perform CONTROLLA-FINE-PAGINA.

      ***---
       CONTROLLA-FINE-PAGINA.
           if spl-riga > 78-fine-pagina
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
           end-if.

      ***---
       GIORNO-PRECEDENTE.
           if como-data-gg > 1
              subtract 1 from como-data-gg
              exit paragraph
           end-if.
           if como-data-mese = 1
              move 12 to como-data-mese
              subtract 1 from como-data-anno
           else
              subtract 1 from como-data-mese
           end-if.
           perform CALCOLA-FINE-MESE.
           move giorni-mese-corrente to como-data-gg.

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
           close subscriptions freezes ptpacks ptdiary athletes.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
