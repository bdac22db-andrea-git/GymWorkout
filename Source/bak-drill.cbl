      *    Il riconteggio riusa gli stessi SELECT degli archivi con
      *    FILE_PREFIX puntato alla cartella di lavoro, come fa
      *    bak-files per la verifica delle copie.
      *    Dopo i conteggi la copia rimessa viene riportata avanti con
      *    bak-rollfwd, dai giornali di giornata TXJRN, dal momento
      *    della fotografia (ultima scrittura del suo verifica.log)
      *    fino ad adesso: la riga "roll-forward" del log confronta le
      *    voci riapplicate con quelle lette, e una voce che non si
      *    lascia riapplicare fa fallire il drill come un conteggio
      *    che non torna. I conteggi sopra restano quelli della
      *    fotografia, presi prima del roll-forward.
      ******************************************************************

       INPUT-OUTPUT SECTION.
           copy "maillog.sl".
           copy "gaterej.sl".
           copy "repsched.sl".
           copy "plans.sl".
           copy "cashup.sl".
           copy "receipts.sl".
           copy "mandates.sl".
           copy "dunning.sl".
           copy "contimap.sl".
           copy "disdette.sl".
           copy "fuorifascia.sl".
           copy "aziende.sl".
           copy "aziscad.sl".
           copy "tutori.sl".
           copy "consensi.sl".
           copy "armadietti.sl".
           copy "armassegn.sl".
           copy "articoli.sl".
           copy "movmag.sl".
           copy "vendite.sl".
           copy "operatori.sl".
           copy "permessi.sl".
           copy "accessi.sl".
           copy "qualifiche.sl".
           copy "requisiti.sl".
           copy "timbrature.sl".
           copy "oremese.sl".
           copy "interventi.sl".
           copy "prenstaz.sl".
           copy "rientri.sl".
           copy "fittest.sl".
           copy "fitnorme.sl".
           copy "fitres.sl".
           copy "sfide.sl".
           copy "sfideisc.sl".
           copy "reminders.sl".
           copy "ospiti.sl".
           copy "visite.sl".
           copy "filestats.sl".
       SELECT drill-log
           ASSIGN       TO  path-drill-log
           copy "maillog.fd".
           copy "gaterej.fd".
           copy "repsched.fd".
           copy "plans.fd".
           copy "cashup.fd".
           copy "receipts.fd".
           copy "mandates.fd".
           copy "dunning.fd".
           copy "contimap.fd".
           copy "disdette.fd".
           copy "fuorifascia.fd".
           copy "aziende.fd".
           copy "aziscad.fd".
           copy "tutori.fd".
           copy "consensi.fd".
           copy "armadietti.fd".
           copy "armassegn.fd".
           copy "articoli.fd".
           copy "movmag.fd".
           copy "vendite.fd".
           copy "operatori.fd".
           copy "permessi.fd".
           copy "accessi.fd".
           copy "qualifiche.fd".
           copy "requisiti.fd".
           copy "timbrature.fd".
           copy "oremese.fd".
           copy "interventi.fd".
           copy "prenstaz.fd".
           copy "rientri.fd".
           copy "fittest.fd".
           copy "fitnorme.fd".
           copy "fitres.fd".
           copy "sfide.fd".
           copy "sfideisc.fd".
           copy "reminders.fd".
           copy "ospiti.fd".
           copy "visite.fd".
           copy "filestats.fd".

       FD  drill-log
       77  status-maillog        pic xx.
       77  status-gaterej        pic xx.
       77  status-repsched       pic xx.
       77  status-plans          pic xx.
       77  status-cashup         pic xx.
       77  status-receipts       pic xx.
       77  status-mandates       pic xx.
       77  status-dunning        pic xx.
       77  status-contimap       pic xx.
       77  status-disdette       pic xx.
       77  status-fuorifascia    pic xx.
       77  status-aziende        pic xx.
       77  status-aziscad        pic xx.
       77  status-tutori         pic xx.
       77  status-consensi       pic xx.
       77  status-armadietti     pic xx.
       77  status-armassegn      pic xx.
       77  status-articoli       pic xx.
       77  status-movmag         pic xx.
       77  status-vendite        pic xx.
       77  status-operatori      pic xx.
       77  status-permessi       pic xx.
       77  status-accessi        pic xx.
       77  status-qualifiche     pic xx.
       77  status-requisiti      pic xx.
       77  status-timbrature     pic xx.
       77  status-oremese        pic xx.
       77  status-interventi     pic xx.
       77  status-prenstaz       pic xx.
       77  status-rientri        pic xx.
       77  status-fittest        pic xx.
       77  status-fitnorme       pic xx.
       77  status-fitres         pic xx.
       77  status-sfide          pic xx.
       77  status-sfideisc       pic xx.
       77  status-reminders      pic xx.
       77  status-ospiti         pic xx.
       77  status-visite         pic xx.
       77  status-filestats      pic xx.
       77  status-drill-log        pic xx.
       77  path-drill-log          pic x(256).
           88 tutto-ok             value "OK".
           88 errori               value "ER".

      * ROLL-FORWARD DELLA COPIA RIMESSA
       77  path-verifica-snapshot  pic x(256).
       01  file-info.
           05 file-info-size       pic x(8) comp-x.
           05 file-info-data       pic 9(8).
           05 file-info-ora        pic 9(8).
       77  rfw-data-a              pic 9(8) value 0.
       77  rfw-ora-a               pic 9(8) value 0.
       77  rfw-num-applicate       pic 9(7).
       77  rfw-num-fallite         pic 9(7).
       77  rfw-esito               signed-short.

       LINKAGE SECTION.
       77  link-cartella-backup    pic x(200).
       77  link-data-snapshot      pic 9(8).
           perform DRILL-MAILLOG.
           perform DRILL-GATEREJ.
           perform DRILL-REPSCHED.
           perform DRILL-PLANS.
           perform DRILL-CASHUP.
           perform DRILL-RECEIPTS.
           perform DRILL-MANDATES.
           perform DRILL-DUNNING.
           perform DRILL-CONTIMAP.
           perform DRILL-DISDETTE.
           perform DRILL-FUORIFASCIA.
           perform DRILL-AZIENDE.
           perform DRILL-AZISCAD.
           perform DRILL-TUTORI.
           perform DRILL-CONSENSI.
           perform DRILL-ARMADIETTI.
           perform DRILL-ARMASSEGN.
           perform DRILL-ARTICOLI.
           perform DRILL-MOVMAG.
           perform DRILL-VENDITE.
           perform DRILL-OPERATORI.
           perform DRILL-PERMESSI.
           perform DRILL-ACCESSI.
           perform DRILL-QUALIFICHE.
           perform DRILL-REQUISITI.
           perform DRILL-TIMBRATURE.
           perform DRILL-OREMESE.
           perform DRILL-INTERVENTI.
           perform DRILL-PRENSTAZ.
           perform DRILL-RIENTRI.
           perform DRILL-FITTEST.
           perform DRILL-FITNORME.
           perform DRILL-FITRES.
           perform DRILL-SFIDE.
           perform DRILL-SFIDEISC.
           perform DRILL-REMINDERS.
           perform DRILL-OSPITI.
           perform DRILL-VISITE.
           perform DRILL-FILESTATS-COPIA.
           perform DRILL-ROLLFORWARD.

           close filestats.
           close drill-log.
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-PLANS.
           move "plans" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input plans
              if status-plans = "00" or = "05"
                 perform until 1 = 2
                    read plans next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close plans
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-CASHUP.
           move "cashup" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input cashup
              if status-cashup = "00" or = "05"
                 perform until 1 = 2
                    read cashup next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close cashup
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-RECEIPTS.
           move "receipts" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input receipts
              if status-receipts = "00" or = "05"
                 perform until 1 = 2
                    read receipts next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close receipts
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-MANDATES.
           move "mandates" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input mandates
              if status-mandates = "00" or = "05"
                 perform until 1 = 2
                    read mandates next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close mandates
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-DUNNING.
           move "dunning" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input dunning
              if status-dunning = "00" or = "05"
                 perform until 1 = 2
                    read dunning next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close dunning
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-CONTIMAP.
           move "contimap" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input contimap
              if status-contimap = "00" or = "05"
                 perform until 1 = 2
                    read contimap next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close contimap
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-DISDETTE.
           move "disdette" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input disdette
              if status-disdette = "00" or = "05"
                 perform until 1 = 2
                    read disdette next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close disdette
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-FUORIFASCIA.
           move "fuorifascia" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input fuorifascia
              if status-fuorifascia = "00" or = "05"
                 perform until 1 = 2
                    read fuorifascia next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close fuorifascia
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-AZIENDE.
           move "aziende" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input aziende
              if status-aziende = "00" or = "05"
                 perform until 1 = 2
                    read aziende next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close aziende
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-AZISCAD.
           move "aziscad" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input aziscad
              if status-aziscad = "00" or = "05"
                 perform until 1 = 2
                    read aziscad next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close aziscad
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-TUTORI.
           move "tutori" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input tutori
              if status-tutori = "00" or = "05"
                 perform until 1 = 2
                    read tutori next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close tutori
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-CONSENSI.
           move "consensi" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input consensi
              if status-consensi = "00" or = "05"
                 perform until 1 = 2
                    read consensi next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close consensi
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-ARMADIETTI.
           move "armadietti" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input armadietti
              if status-armadietti = "00" or = "05"
                 perform until 1 = 2
                    read armadietti next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close armadietti
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-ARMASSEGN.
           move "armassegn" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input armassegn
              if status-armassegn = "00" or = "05"
                 perform until 1 = 2
                    read armassegn next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close armassegn
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-ARTICOLI.
           move "articoli" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input articoli
              if status-articoli = "00" or = "05"
                 perform until 1 = 2
                    read articoli next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close articoli
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-MOVMAG.
           move "movmag" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input movmag
              if status-movmag = "00" or = "05"
                 perform until 1 = 2
                    read movmag next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close movmag
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-VENDITE.
           move "vendite" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input vendite
              if status-vendite = "00" or = "05"
                 perform until 1 = 2
                    read vendite next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close vendite
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-OPERATORI.
           move "operatori" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input operatori
              if status-operatori = "00" or = "05"
                 perform until 1 = 2
                    read operatori next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close operatori
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-PERMESSI.
           move "permessi" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input permessi
              if status-permessi = "00" or = "05"
                 perform until 1 = 2
                    read permessi next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close permessi
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-ACCESSI.
           move "accessi" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input accessi
              if status-accessi = "00" or = "05"
                 perform until 1 = 2
                    read accessi next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close accessi
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-QUALIFICHE.
           move "qualifiche" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input qualifiche
              if status-qualifiche = "00" or = "05"
                 perform until 1 = 2
                    read qualifiche next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close qualifiche
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-REQUISITI.
           move "requisiti" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input requisiti
              if status-requisiti = "00" or = "05"
                 perform until 1 = 2
                    read requisiti next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close requisiti
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-TIMBRATURE.
           move "timbrature" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input timbrature
              if status-timbrature = "00" or = "05"
                 perform until 1 = 2
                    read timbrature next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close timbrature
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-OREMESE.
           move "oremese" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input oremese
              if status-oremese = "00" or = "05"
                 perform until 1 = 2
                    read oremese next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close oremese
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-INTERVENTI.
           move "interventi" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input interventi
              if status-interventi = "00" or = "05"
                 perform until 1 = 2
                    read interventi next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close interventi
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-PRENSTAZ.
           move "prenstaz" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input prenstaz
              if status-prenstaz = "00" or = "05"
                 perform until 1 = 2
                    read prenstaz next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close prenstaz
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-RIENTRI.
           move "rientri" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input rientri
              if status-rientri = "00" or = "05"
                 perform until 1 = 2
                    read rientri next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close rientri
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-FITTEST.
           move "fittest" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input fittest
              if status-fittest = "00" or = "05"
                 perform until 1 = 2
                    read fittest next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close fittest
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-FITNORME.
           move "fitnorme" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input fitnorme
              if status-fitnorme = "00" or = "05"
                 perform until 1 = 2
                    read fitnorme next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close fitnorme
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-FITRES.
           move "fitres" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input fitres
              if status-fitres = "00" or = "05"
                 perform until 1 = 2
                    read fitres next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close fitres
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-SFIDE.
           move "sfide" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input sfide
              if status-sfide = "00" or = "05"
                 perform until 1 = 2
                    read sfide next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close sfide
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-SFIDEISC.
           move "sfideisc" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input sfideisc
              if status-sfideisc = "00" or = "05"
                 perform until 1 = 2
                    read sfideisc next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close sfideisc
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-REMINDERS.
           move "reminders" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input reminders
              if status-reminders = "00" or = "05"
                 perform until 1 = 2
                    read reminders next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close reminders
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-OSPITI.
           move "ospiti" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input ospiti
              if status-ospiti = "00" or = "05"
                 perform until 1 = 2
                    read ospiti next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close ospiti
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-VISITE.
           move "visite" to nome-file-corrente.
           perform LEGGI-CONTA-ATTESA.
           perform COPIA-NELLA-SCRATCH.
           move 0 to conta-restauro.
           if copia-riuscita
              set environment "FILE_PREFIX" to link-cartella-scratch
              open input visite
              if status-visite = "00" or = "05"
                 perform until 1 = 2
                    read visite next at end exit perform end-read
                    add 1 to conta-restauro
                 end-perform
                 close visite
              end-if
              set environment "FILE_PREFIX" to prefix-originale
           end-if.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-FILESTATS-COPIA.
      *    FILESTATS e' insieme il metro e uno degli archivi da
           open input filestats.
           perform SCRIVI-RIGA-DRILL.

      ***---
       DRILL-ROLLFORWARD.
      *    Il momento della fotografia e' l'ultima scrittura del suo
      *    verifica.log, chiuso da bak-files a copie finite.
           move "roll-forward" to nome-file-corrente.
           move 0 to conta-restauro conta-attesa.
           initialize path-verifica-snapshot.
           string cartella-snapshot delimited space
                  "\verifica.log"    delimited size
             into path-verifica-snapshot
           end-string.
           initialize file-info.
           call "C$FILEINFO" using path-verifica-snapshot, file-info
                            giving como-esito.
           if como-esito not = 0
              move "NO ORA" to drl-esito
              perform SCRIVI-RIGA-ROLLFORWARD
              exit paragraph
           end-if.

      *    Data "a" a zero: fino ad adesso. Gli archivi sono quelli
      *    della cartella di lavoro, mai i vivi.
           call   "bak-rollfwd" using file-info-data file-info-ora
                                      rfw-data-a rfw-ora-a
                                      link-cartella-scratch "B"
                                      rfw-num-applicate
                                      rfw-num-fallite rfw-esito.
           cancel "bak-rollfwd".
           move rfw-num-applicate to conta-restauro.
           compute conta-attesa = rfw-num-applicate + rfw-num-fallite.
           evaluate true
           when rfw-num-fallite > 0
                move "DIFF"     to drl-esito
           when rfw-esito not = 0
                move "NO APERTO" to drl-esito
           when other
                move "OK"       to drl-esito
           end-evaluate.
           perform SCRIVI-RIGA-ROLLFORWARD.

      ***---
       SCRIVI-RIGA-ROLLFORWARD.
           move nome-file-corrente to drl-nome-file.
           move conta-restauro     to drl-conta-restauro.
           move conta-attesa       to drl-conta-attesa.
           if drl-esito not = "OK"
              set errori to true
           end-if.
           write drl-rec.

      ***---
       LEGGI-CONTA-ATTESA.
           set attesa-trovata to false.
