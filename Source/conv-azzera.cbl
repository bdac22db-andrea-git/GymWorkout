       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      conv-azzera.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Azzeramento dei campi numerici ricavati dal filler di coda
      *    senza toccare la lunghezza del tracciato: sulle righe
      *    scritte prima che il campo esistesse quei byte sono ancora
      *    spazi, e un campo numerico a spazi fa saltare somme e
      *    confronti di chi lo legge. Il programma ripassa in I-O
      *    TRAINERS (trn-tariffa-oraria), PAYMENTS (pay-ric-anno e
      *    pay-ric-numero), DAYPASS (dps-ric-*), PTPACKS (ptk-ric-*),
      *    STATIONS (sta-slot-minuti, sta-prenota-dalle/alle) e
      *    ATHLETES (ath-fuso-in) e mette a zero il solo campo non
      *    numerico, riscrivendo la riga: zero e' gia' il valore che
      *    ognuno di quei campi da' a "non impostato" (nessuna
      *    tariffa oraria, nessuna ricevuta, nessuna griglia di
      *    prenotazione, record non fuso). I campi alfanumerici
      *    ricavati allo stesso modo non si toccano: per loro gli
      *    spazi hanno gia' un significato.
      *    Le righe gia' a posto non si riscrivono, quindi il
      *    rilancio ogni notte e' un giro di sola lettura; un
      *    archivio assente (impianto nuovo) si salta. Ultimo
      *    archivio ripassato in CONVCKPT ed esito in CONVLOG, come
      *    per le altre conversioni.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "trainers.sl".
           copy "payments.sl".
           copy "daypass.sl".
           copy "ptpacks.sl".
           copy "stations.sl".
           copy "athletes.sl".
           copy "convlog.sl".
           copy "convckpt.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "trainers.fd".
           copy "payments.fd".
           copy "daypass.fd".
           copy "ptpacks.fd".
           copy "stations.fd".
           copy "athletes.fd".
           copy "convlog.fd".
           copy "convckpt.fd".

       WORKING-STORAGE SECTION.
       77  status-trainers         pic xx.
       77  status-payments         pic xx.
       77  status-daypass          pic xx.
       77  status-ptpacks          pic xx.
       77  status-stations         pic xx.
       77  status-athletes         pic xx.
       77  status-convlog          pic xx.
       77  status-convckpt         pic xx.

       77  num-letti               pic 9(6) value 0.
       77  num-scritti             pic 9(6) value 0.
       77  num-scartati            pic 9(6) value 0.
       77  filler                  pic 9.
           88 checkpoint-esistente value 1 false 0.
       77  filler                  pic 9.
           88 riga-da-azzerare     value 1 false 0.
       77  ultimo-archivio         pic x(28) value spaces.
       01  r-num-scritti-disp      pic z(5)9.

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
      *    "B": lancio automatico (catena notturna), niente popup.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-modo-batch link-status.
      ***---
       MAIN-PRG.
           set tutto-ok to true.
           move 0 to link-status.

           open i-o convckpt.
           if status-convckpt = "35"
              open output convckpt
              close convckpt
              open i-o convckpt
           end-if.

           perform AZZERA-TRAINERS.
           perform AZZERA-PAYMENTS.
           perform AZZERA-DAYPASS.
           perform AZZERA-PTPACKS.
           perform AZZERA-STATIONS.
           perform AZZERA-ATHLETES.

           perform AGGIORNA-CHECKPOINT.
           close convckpt.

           perform SCRIVI-CONVLOG.

           if not link-batch
              move num-scritti to r-num-scritti-disp
              display message "Azzeramento completato: "
                               r-num-scritti-disp " righe corrette"
                         title "Conversione campi numerici"
                          icon 3
           end-if.

           if errori
              move -1 to link-status
           end-if.
           goback.

      ***---
       AZZERA-TRAINERS.
           open i-o trainers.
           if status-trainers = "35"
              exit paragraph
           end-if.
           if status-trainers not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move low-value to trn-code.
           start trainers key >= trn-code
                 invalid continue
           end-start.
           perform until 1 = 2
              read trainers next at end exit perform end-read
              add 1 to num-letti
              if trn-tariffa-oraria not numeric
                 move 0 to trn-tariffa-oraria
                 rewrite trn-rec
                         invalid add 1 to num-scartati
                     not invalid add 1 to num-scritti
                 end-rewrite
              end-if
           end-perform.
           close trainers.
           move "trainers" to ultimo-archivio.

      ***---
       AZZERA-PAYMENTS.
           open i-o payments.
           if status-payments = "35"
              exit paragraph
           end-if.
           if status-payments not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move low-value to pay-key.
           start payments key >= pay-key
                 invalid continue
           end-start.
           perform until 1 = 2
              read payments next at end exit perform end-read
              add 1 to num-letti
              set riga-da-azzerare to false
              if pay-ric-anno not numeric
                 move 0 to pay-ric-anno
                 set riga-da-azzerare to true
              end-if
              if pay-ric-numero not numeric
                 move 0 to pay-ric-numero
                 set riga-da-azzerare to true
              end-if
              if riga-da-azzerare
                 rewrite pay-rec
                         invalid add 1 to num-scartati
                     not invalid add 1 to num-scritti
                 end-rewrite
              end-if
           end-perform.
           close payments.
           move "payments" to ultimo-archivio.

      ***---
       AZZERA-DAYPASS.
           open i-o daypass.
           if status-daypass = "35"
              exit paragraph
           end-if.
           if status-daypass not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move low-value to dps-key.
           start daypass key >= dps-key
                 invalid continue
           end-start.
           perform until 1 = 2
              read daypass next at end exit perform end-read
              add 1 to num-letti
              set riga-da-azzerare to false
              if dps-ric-anno not numeric
                 move 0 to dps-ric-anno
                 set riga-da-azzerare to true
              end-if
              if dps-ric-numero not numeric
                 move 0 to dps-ric-numero
                 set riga-da-azzerare to true
              end-if
              if riga-da-azzerare
                 rewrite dps-rec
                         invalid add 1 to num-scartati
                     not invalid add 1 to num-scritti
                 end-rewrite
              end-if
           end-perform.
           close daypass.
           move "daypass" to ultimo-archivio.

      ***---
       AZZERA-PTPACKS.
           open i-o ptpacks.
           if status-ptpacks = "35"
              exit paragraph
           end-if.
           if status-ptpacks not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move low-value to ptk-key.
           start ptpacks key >= ptk-key
                 invalid continue
           end-start.
           perform until 1 = 2
              read ptpacks next at end exit perform end-read
              add 1 to num-letti
              set riga-da-azzerare to false
              if ptk-ric-anno not numeric
                 move 0 to ptk-ric-anno
                 set riga-da-azzerare to true
              end-if
              if ptk-ric-numero not numeric
                 move 0 to ptk-ric-numero
                 set riga-da-azzerare to true
              end-if
              if riga-da-azzerare
                 rewrite ptk-rec
                         invalid add 1 to num-scartati
                     not invalid add 1 to num-scritti
                 end-rewrite
              end-if
           end-perform.
           close ptpacks.
           move "ptpacks" to ultimo-archivio.

      ***---
       AZZERA-STATIONS.
           open i-o stations.
           if status-stations = "35"
              exit paragraph
           end-if.
           if status-stations not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move low-value to sta-code.
           start stations key >= sta-code
                 invalid continue
           end-start.
           perform until 1 = 2
              read stations next at end exit perform end-read
              add 1 to num-letti
              set riga-da-azzerare to false
              if sta-slot-minuti not numeric
                 move 0 to sta-slot-minuti
                 set riga-da-azzerare to true
              end-if
              if sta-prenota-dalle not numeric
                 move 0 to sta-prenota-dalle
                 set riga-da-azzerare to true
              end-if
              if sta-prenota-alle not numeric
                 move 0 to sta-prenota-alle
                 set riga-da-azzerare to true
              end-if
              if riga-da-azzerare
                 rewrite sta-rec
                         invalid add 1 to num-scartati
                     not invalid add 1 to num-scritti
                 end-rewrite
              end-if
           end-perform.
           close stations.
           move "stations" to ultimo-archivio.

      ***---
       AZZERA-ATHLETES.
           open i-o athletes.
           if status-athletes = "35"
              exit paragraph
           end-if.
           if status-athletes not = "00" and not = "05"
              set errori to true
              exit paragraph
           end-if.
           move low-value to ath-key.
           start athletes key >= ath-key
                 invalid continue
           end-start.
           perform until 1 = 2
              read athletes next at end exit perform end-read
              add 1 to num-letti
              if ath-fuso-in not numeric
                 move 0 to ath-fuso-in
                 rewrite ath-rec
                         invalid add 1 to num-scartati
                     not invalid add 1 to num-scritti
                 end-rewrite
              end-if
           end-perform.
           close athletes.
           move "athletes" to ultimo-archivio.

      ***---
       AGGIORNA-CHECKPOINT.
      *    Traccia di quando e fino a che archivio e' arrivato
      *    l'ultimo lancio, come per le altre conversioni.
           if ultimo-archivio not = spaces
              move "conv-azzera"   to ckp-programma
              read convckpt
                   invalid    set checkpoint-esistente to false
                  not invalid set checkpoint-esistente to true
              end-read
              move "conv-azzera"   to ckp-programma
              move ultimo-archivio to ckp-ultima-key
              accept ckp-data-agg  from century-date
              if checkpoint-esistente
                 rewrite ckp-rec
              else
                 write ckp-rec
              end-if
           end-if.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "conv-azzera"   to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-letti       to clg-letti.
           move num-scritti     to clg-scritti.
           move num-scartati    to clg-scartati.
           write clg-rec.
           close convlog.
