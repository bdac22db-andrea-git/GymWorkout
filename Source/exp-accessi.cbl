       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      exp-accessi.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Esporta per l'accesso reciproco lo stato di accesso dei soci
      *    di questa sede su file di estratto portabile: una riga di
      *    testo per socio e badge attivo (badge a zeri per il socio
      *    senza badge) col codice sede in testa, che l'altra
      *    installazione carica nel suo archivio OSPITI con
      *    cons-ospiti. Per ogni socio escono:
      *    - la scadenza effettiva dell'ultimo abbonamento, allungata
      *      dei giorni congelati dentro il periodo contrattuale
      *      (FREEZES), come la calcola gcheckin;
      *    - la sospensione in corso o la prossima, che all'altra sede
      *      blocca l'ingresso nei giorni congelati;
      *    - la scadenza dell'ultimo certificato medico (MEDCERTS);
      *    - la morosita': almeno una rata PAYMENTS scaduta e non
      *      incassata, esclusa quella presentata in banca con
      *      l'addebito diretto e in attesa di esito.
      *    Escono solo i soci con abbonamento non ancora scaduto e con
      *    il consenso in vigore al trasferimento dati (finalita' "T"
      *    del registro CONSENSI, gconsensi): chi non l'ha dato non
      *    viaggia verso l'altra sede, e all'altra sede non e'
      *    riconosciuto. Doppioni fusi e anagrafiche anonimizzate non
      *    escono mai.
      *    Il codice della sede operante sta nella variabile d'ambiente
      *    CODICE_SEDE; senza, l'estratto esce marcato "???" e
      *    cons-ospiti lo scarta. Esito in CONVLOG come per le
      *    conversioni.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "athletes.sl".
           copy "subscriptions.sl".
           copy "freezes.sl".
           copy "medcerts.sl".
           copy "payments.sl".
           copy "badges.sl".
           copy "consensi.sl".
           copy "convlog.sl".
       SELECT estratto
           ASSIGN       TO  path-estratto
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-estratto.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "athletes.fd".
           copy "subscriptions.fd".
           copy "freezes.fd".
           copy "medcerts.fd".
           copy "payments.fd".
           copy "badges.fd".
           copy "consensi.fd".
           copy "convlog.fd".

       FD  estratto
           LABEL RECORD IS STANDARD.
       01  est-rec.
           05 est-sede             PIC  x(3).
           05 est-ath-code         PIC  9(18).
           05 est-badge            PIC  9(10).
           05 est-cognome          PIC  x(40).
           05 est-nome             PIC  x(40).
           05 est-scadenza-abb     PIC  9(8).
           05 est-sospeso-da       PIC  9(8).
           05 est-sospeso-a        PIC  9(8).
           05 est-scadenza-cert    PIC  9(8).
           05 est-morosita         PIC  x.
           05 est-data-estratto    PIC  9(8).

       WORKING-STORAGE SECTION.
       77  status-athletes         pic xx.
       77  status-subscriptions    pic xx.
       77  status-freezes          pic xx.
       77  status-medcerts         pic xx.
       77  status-payments         pic xx.
       77  status-badges           pic xx.
       77  status-consensi         pic xx.
       77  status-convlog          pic xx.
       77  status-estratto         pic xx.
       77  path-estratto           pic x(256).
       77  codice-sede             pic x(3).
       77  oggi                    pic 9(8).

       77  num-soci-letti          pic 9(6) value 0.
       77  num-soci-esportati      pic 9(6) value 0.
       77  num-soci-senza-consenso pic 9(6) value 0.
       77  num-righe-scritte       pic 9(6) value 0.
       77  num-badge-socio         pic 9(4).
       01  r-num-soci-disp         pic z(5)9.

       77  filler                  pic 9.
           88 consenso-trasferimento value 1 false 0.
       77  filler                  pic 9.
           88 abbonamento-valido   value 1 false 0.

      * SCADENZA EFFETTIVA: i giorni congelati dentro il periodo
      * contrattuale si contano e si sommano alla scadenza un giorno
      * di calendario alla volta.
       77  scadenza-effettiva      pic 9(8).
       77  giorni-congelati        pic 9(5).
       77  inizio-congelato        pic 9(8).
       77  fine-congelato          pic 9(8).
       01  data-esame              pic 9(8).
       01  filler redefines data-esame.
           05 de-anno              pic 9(4).
           05 de-mese              pic 99.
           05 de-giorno            pic 99.
       77  como-div                pic 9(4).
       77  como-resto              pic 9(4).
       01  tab-giorni-mese.
           05 filler               pic x(24) value
              "312831303130313130313031".
       01  filler redefines tab-giorni-mese.
           05 giorni-del-mese      occurs 12 pic 99.

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
       77  link-path-export        pic x(256).
      *    "B": lancio automatico, niente popup a video - l'esito resta
      *    comunque tracciato in CONVLOG.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-path-export link-modo-batch
                                 link-status.
      ***---
       MAIN-PRG.
           set tutto-ok  to true.
           move 0        to link-status.
           accept oggi   from century-date.

           accept codice-sede from environment "CODICE_SEDE".
           if codice-sede = spaces
              move "???" to codice-sede
           end-if.

           open input athletes subscriptions freezes medcerts
                      payments badges consensi.
           if status-athletes not = "00"
              set errori to true
           end-if.

           if tutto-ok
              move link-path-export to path-estratto
              open output estratto
              if status-estratto not = "00"
                 set errori to true
              end-if
           end-if.

           if tutto-ok
              perform ESPORTA-SOCI
              close estratto
           end-if.
           close athletes subscriptions freezes medcerts
                 payments badges consensi.

           perform SCRIVI-CONVLOG.

           if not link-batch
           and tutto-ok
              move num-soci-esportati to r-num-soci-disp
              display message "Estratto completato: "
                               r-num-soci-disp " soci, sede "
                               codice-sede
                         title "Estratto accesso reciproco"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       ESPORTA-SOCI.
           move low-value to ath-key.
           start athletes key is >= ath-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read athletes next at end exit perform end-read
              if not ath-fuso
              and not ath-anonimizzato
                 perform VALUTA-SOCIO
              end-if
           end-perform.

      ***---
       VALUTA-SOCIO.
           perform CALCOLA-SCADENZA-EFFETTIVA.
           if not abbonamento-valido
              exit paragraph
           end-if.
           add 1 to num-soci-letti.
           perform CONTROLLA-CONSENSO.
           if not consenso-trasferimento
              add 1 to num-soci-senza-consenso
              exit paragraph
           end-if.

           initialize est-rec.
           move codice-sede        to est-sede.
           move ath-code           to est-ath-code.
           move ath-cognome        to est-cognome.
           move ath-nome           to est-nome.
           move scadenza-effettiva to est-scadenza-abb.
           move oggi               to est-data-estratto.
           perform CERCA-SOSPENSIONE.
           perform CERCA-CERTIFICATO.
           perform CONTROLLA-MOROSITA.

           add 1 to num-soci-esportati.
           perform SCRIVI-BADGE-SOCIO.
           if num-badge-socio = 0
              move 0 to est-badge
              write est-rec
              add 1 to num-righe-scritte
           end-if.

      ***---
       CALCOLA-SCADENZA-EFFETTIVA.
      *    Ultimo abbonamento per data di decorrenza, come in
      *    gcheckin: senza abbonamento, senza data di scadenza o con
      *    la scadenza effettiva gia' passata il socio non esce.
           set abbonamento-valido to false.
           move ath-code  to sub-code.
           move 99999999  to sub-data-inizio.
           start subscriptions key is <= sub-key
                 invalid exit paragraph
           end-start.
           read subscriptions next
                at end exit paragraph
           end-read.
           if sub-code not = ath-code
           or sub-data-scadenza = 0
              exit paragraph
           end-if.

           perform CALCOLA-GIORNI-CONGELATI.
           move sub-data-scadenza to data-esame.
           perform GIORNO-SUCCESSIVO giorni-congelati times.
           move data-esame to scadenza-effettiva.
           if scadenza-effettiva >= oggi
              set abbonamento-valido to true
           end-if.

      ***---
       CALCOLA-GIORNI-CONGELATI.
      *    Giorni di sospensione che cadono dentro il periodo
      *    contrattuale [sub-data-inizio, sub-data-scadenza].
           move 0 to giorni-congelati.
           move ath-code  to frz-code.
           move low-value to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = ath-code
                 exit perform
              end-if
              move frz-data-da to inizio-congelato
              move frz-data-a  to fine-congelato
              if inizio-congelato < sub-data-inizio
                 move sub-data-inizio to inizio-congelato
              end-if
              if fine-congelato > sub-data-scadenza
                 move sub-data-scadenza to fine-congelato
              end-if
              if fine-congelato >= inizio-congelato
                 move inizio-congelato to data-esame
                 perform until data-esame > fine-congelato
                    add 1 to giorni-congelati
                    perform GIORNO-SUCCESSIVO
                 end-perform
              end-if
           end-perform.

      ***---
       CONTROLLA-CONSENSO.
      *    Ultima dichiarazione dell'atleta per il trasferimento dati:
      *    deve essere un consenso dato, come in exp-monthsum.
           set consenso-trasferimento to false.
           move ath-code to cns-code.
           move "T"      to cns-finalita.
           move 99999999 to cns-data cns-ora.
           start consensi key is <= cns-key
                 invalid exit paragraph
           end-start.
           read consensi next
                at end exit paragraph
           end-read.
           if cns-code = ath-code and cns-trasferimento
              and cns-dato
              set consenso-trasferimento to true
           end-if.

      ***---
       CERCA-SOSPENSIONE.
      *    Primo periodo congelato che non e' ancora finito: quello in
      *    corso oggi o il prossimo in calendario.
           move 0 to est-sospeso-da est-sospeso-a.
           move ath-code  to frz-code.
           move low-value to frz-data-da.
           start freezes key is >= frz-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              if frz-code not = ath-code
                 exit perform
              end-if
              if frz-data-a >= oggi
                 move frz-data-da to est-sospeso-da
                 move frz-data-a  to est-sospeso-a
                 exit perform
              end-if
           end-perform.

      ***---
       CERCA-CERTIFICATO.
      *    Ultimo certificato per data di emissione, come in gcheckin.
           move 0 to est-scadenza-cert.
           move ath-code to cer-code.
           move 99999999 to cer-data-emissione.
           start medcerts key is <= cer-key
                 invalid exit paragraph
           end-start.
           read medcerts next
                at end exit paragraph
           end-read.
           if cer-code = ath-code
              move cer-data-scadenza to est-scadenza-cert
           end-if.

      ***---
       CONTROLLA-MOROSITA.
           move "N" to est-morosita.
           move ath-code  to pay-code.
           move low-value to pay-data-inizio.
           move low-value to pay-num-rata.
           start payments key is >= pay-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              if pay-code not = ath-code
                 exit perform
              end-if
              if pay-data-pagamento = 0
              and pay-data-scadenza < oggi
              and not pay-sdd-inviato
                 move "S" to est-morosita
                 exit perform
              end-if
           end-perform.

      ***---
       SCRIVI-BADGE-SOCIO.
      *    Una riga per badge attivo del socio; i revocati non escono,
      *    cosi' all'altra sede un badge perso resta sconosciuto.
           move 0 to num-badge-socio.
           move ath-code  to bdg-ath-code.
           move low-value to bdg-code.
           start badges key is >= bdg-k-atleta
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read badges next at end exit perform end-read
              if bdg-ath-code not = ath-code
                 exit perform
              end-if
              if not bdg-badge-revocato
              and bdg-trn-code = spaces
                 move bdg-code to est-badge
                 write est-rec
                 add 1 to num-righe-scritte
                 add 1 to num-badge-socio
              end-if
           end-perform.

      ***---
       GIORNO-SUCCESSIVO.
           if de-mese = 2
              move 28 to giorni-del-mese(2)
      *       Febbraio bisestile, stesso criterio degli altri calcoli
      *       di calendario dell'impianto.
              divide de-anno by 4 giving como-div
                     remainder como-resto
              if como-resto = 0
                 divide de-anno by 100 giving como-div
                        remainder como-resto
                 if como-resto not = 0
                    move 29 to giorni-del-mese(2)
                 else
                    divide de-anno by 400 giving como-div
                           remainder como-resto
                    if como-resto = 0
                       move 29 to giorni-del-mese(2)
                    end-if
                 end-if
              end-if
           end-if.
           if de-giorno < giorni-del-mese(de-mese)
              add 1 to de-giorno
              exit paragraph
           end-if.
           move 1 to de-giorno.
           if de-mese = 12
              move 1 to de-mese
              add 1 to de-anno
           else
              add 1 to de-mese
           end-if.

      ***---
       SCRIVI-CONVLOG.
      *    Letti = soci con abbonamento in corso; scartati = senza
      *    consenso al trasferimento.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "exp-accessi"   to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-soci-letti          to clg-letti.
           move num-soci-esportati      to clg-scritti.
           move num-soci-senza-consenso to clg-scartati.
           write clg-rec.
           close convlog.
