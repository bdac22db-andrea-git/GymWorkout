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
       SELECT verifica
           ASSIGN       TO  path-verifica
           ORGANIZATION IS LINE SEQUENTIAL
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

       FD  verifica
           LABEL RECORD IS STANDARD.
       77  status-maillog         pic xx.
       77  status-gaterej         pic xx.
       77  status-repsched        pic xx.
       77  status-plans           pic xx.
       77  status-cashup          pic xx.
       77  status-receipts        pic xx.
       77  status-mandates        pic xx.
       77  status-dunning         pic xx.
       77  status-contimap        pic xx.
       77  status-disdette        pic xx.
       77  status-fuorifascia     pic xx.
       77  status-aziende         pic xx.
       77  status-aziscad         pic xx.
       77  status-tutori          pic xx.
       77  status-consensi        pic xx.
       77  status-armadietti      pic xx.
       77  status-armassegn       pic xx.
       77  status-articoli        pic xx.
       77  status-movmag          pic xx.
       77  status-vendite         pic xx.
       77  status-operatori       pic xx.
       77  status-permessi        pic xx.
       77  status-accessi         pic xx.
       77  status-qualifiche      pic xx.
       77  status-requisiti       pic xx.
       77  status-timbrature      pic xx.
       77  status-oremese         pic xx.
       77  status-interventi      pic xx.
       77  status-prenstaz        pic xx.
       77  status-rientri         pic xx.
       77  status-fittest         pic xx.
       77  status-fitnorme        pic xx.
       77  status-fitres          pic xx.
       77  status-sfide           pic xx.
       77  status-sfideisc        pic xx.
       77  status-reminders       pic xx.
       77  status-ospiti          pic xx.
       77  status-visite          pic xx.
       77  status-verifica         pic xx.
       77  path-verifica           pic x(256).

           perform VERIFICA-MAILLOG.
           perform VERIFICA-GATEREJ.
           perform VERIFICA-REPSCHED.
           perform VERIFICA-PLANS.
           perform VERIFICA-CASHUP.
           perform VERIFICA-RECEIPTS.
           perform VERIFICA-MANDATES.
           perform VERIFICA-DUNNING.
           perform VERIFICA-CONTIMAP.
           perform VERIFICA-DISDETTE.
           perform VERIFICA-FUORIFASCIA.
           perform VERIFICA-AZIENDE.
           perform VERIFICA-AZISCAD.
           perform VERIFICA-TUTORI.
           perform VERIFICA-CONSENSI.
           perform VERIFICA-ARMADIETTI.
           perform VERIFICA-ARMASSEGN.
           perform VERIFICA-ARTICOLI.
           perform VERIFICA-MOVMAG.
           perform VERIFICA-VENDITE.
           perform VERIFICA-OPERATORI.
           perform VERIFICA-PERMESSI.
           perform VERIFICA-ACCESSI.
           perform VERIFICA-QUALIFICHE.
           perform VERIFICA-REQUISITI.
           perform VERIFICA-TIMBRATURE.
           perform VERIFICA-OREMESE.
           perform VERIFICA-INTERVENTI.
           perform VERIFICA-PRENSTAZ.
           perform VERIFICA-RIENTRI.
           perform VERIFICA-FITTEST.
           perform VERIFICA-FITNORME.
           perform VERIFICA-FITRES.
           perform VERIFICA-SFIDE.
           perform VERIFICA-SFIDEISC.
           perform VERIFICA-REMINDERS.
           perform VERIFICA-OSPITI.
           perform VERIFICA-VISITE.

           close verifica.
           if errori
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-PLANS.
           move "plans" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input plans.
           if status-plans = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read plans next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close plans
           end-if.
           perform COPIA-E-RICONTA-PLANS.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-PLANS.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input plans.
           if status-plans = "00" or = "05"
              perform until 1 = 2
                 read plans next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close plans
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-CASHUP.
           move "cashup" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input cashup.
           if status-cashup = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read cashup next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close cashup
           end-if.
           perform COPIA-E-RICONTA-CASHUP.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-CASHUP.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input cashup.
           if status-cashup = "00" or = "05"
              perform until 1 = 2
                 read cashup next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close cashup
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-RECEIPTS.
           move "receipts" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input receipts.
           if status-receipts = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read receipts next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close receipts
           end-if.
           perform COPIA-E-RICONTA-RECEIPTS.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-RECEIPTS.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input receipts.
           if status-receipts = "00" or = "05"
              perform until 1 = 2
                 read receipts next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close receipts
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-MANDATES.
           move "mandates" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input mandates.
           if status-mandates = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read mandates next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close mandates
           end-if.
           perform COPIA-E-RICONTA-MANDATES.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-MANDATES.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input mandates.
           if status-mandates = "00" or = "05"
              perform until 1 = 2
                 read mandates next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close mandates
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-DUNNING.
           move "dunning" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input dunning.
           if status-dunning = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read dunning next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close dunning
           end-if.
           perform COPIA-E-RICONTA-DUNNING.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-DUNNING.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input dunning.
           if status-dunning = "00" or = "05"
              perform until 1 = 2
                 read dunning next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close dunning
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-CONTIMAP.
           move "contimap" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input contimap.
           if status-contimap = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read contimap next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close contimap
           end-if.
           perform COPIA-E-RICONTA-CONTIMAP.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-CONTIMAP.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input contimap.
           if status-contimap = "00" or = "05"
              perform until 1 = 2
                 read contimap next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close contimap
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-DISDETTE.
           move "disdette" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input disdette.
           if status-disdette = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read disdette next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close disdette
           end-if.
           perform COPIA-E-RICONTA-DISDETTE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-DISDETTE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input disdette.
           if status-disdette = "00" or = "05"
              perform until 1 = 2
                 read disdette next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close disdette
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-FUORIFASCIA.
           move "fuorifascia" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input fuorifascia.
           if status-fuorifascia = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fuorifascia next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close fuorifascia
           end-if.
           perform COPIA-E-RICONTA-FUORIFASCIA.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-FUORIFASCIA.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input fuorifascia.
           if status-fuorifascia = "00" or = "05"
              perform until 1 = 2
                 read fuorifascia next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close fuorifascia
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-AZIENDE.
           move "aziende" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input aziende.
           if status-aziende = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read aziende next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close aziende
           end-if.
           perform COPIA-E-RICONTA-AZIENDE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-AZIENDE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input aziende.
           if status-aziende = "00" or = "05"
              perform until 1 = 2
                 read aziende next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close aziende
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-AZISCAD.
           move "aziscad" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input aziscad.
           if status-aziscad = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read aziscad next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close aziscad
           end-if.
           perform COPIA-E-RICONTA-AZISCAD.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-AZISCAD.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input aziscad.
           if status-aziscad = "00" or = "05"
              perform until 1 = 2
                 read aziscad next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close aziscad
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-TUTORI.
           move "tutori" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input tutori.
           if status-tutori = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read tutori next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close tutori
           end-if.
           perform COPIA-E-RICONTA-TUTORI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-TUTORI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input tutori.
           if status-tutori = "00" or = "05"
              perform until 1 = 2
                 read tutori next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close tutori
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-CONSENSI.
           move "consensi" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input consensi.
           if status-consensi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read consensi next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close consensi
           end-if.
           perform COPIA-E-RICONTA-CONSENSI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-CONSENSI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input consensi.
           if status-consensi = "00" or = "05"
              perform until 1 = 2
                 read consensi next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close consensi
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-ARMADIETTI.
           move "armadietti" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input armadietti.
           if status-armadietti = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read armadietti next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close armadietti
           end-if.
           perform COPIA-E-RICONTA-ARMADIETTI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-ARMADIETTI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input armadietti.
           if status-armadietti = "00" or = "05"
              perform until 1 = 2
                 read armadietti next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close armadietti
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-ARMASSEGN.
           move "armassegn" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input armassegn.
           if status-armassegn = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read armassegn next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close armassegn
           end-if.
           perform COPIA-E-RICONTA-ARMASSEGN.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-ARMASSEGN.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input armassegn.
           if status-armassegn = "00" or = "05"
              perform until 1 = 2
                 read armassegn next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close armassegn
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-ARTICOLI.
           move "articoli" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input articoli.
           if status-articoli = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read articoli next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close articoli
           end-if.
           perform COPIA-E-RICONTA-ARTICOLI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-ARTICOLI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input articoli.
           if status-articoli = "00" or = "05"
              perform until 1 = 2
                 read articoli next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close articoli
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-MOVMAG.
           move "movmag" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input movmag.
           if status-movmag = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read movmag next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close movmag
           end-if.
           perform COPIA-E-RICONTA-MOVMAG.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-MOVMAG.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input movmag.
           if status-movmag = "00" or = "05"
              perform until 1 = 2
                 read movmag next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close movmag
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-VENDITE.
           move "vendite" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input vendite.
           if status-vendite = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read vendite next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close vendite
           end-if.
           perform COPIA-E-RICONTA-VENDITE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-VENDITE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input vendite.
           if status-vendite = "00" or = "05"
              perform until 1 = 2
                 read vendite next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close vendite
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-OPERATORI.
           move "operatori" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input operatori.
           if status-operatori = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read operatori next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close operatori
           end-if.
           perform COPIA-E-RICONTA-OPERATORI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-OPERATORI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input operatori.
           if status-operatori = "00" or = "05"
              perform until 1 = 2
                 read operatori next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close operatori
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-PERMESSI.
           move "permessi" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input permessi.
           if status-permessi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read permessi next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close permessi
           end-if.
           perform COPIA-E-RICONTA-PERMESSI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-PERMESSI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input permessi.
           if status-permessi = "00" or = "05"
              perform until 1 = 2
                 read permessi next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close permessi
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-ACCESSI.
           move "accessi" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input accessi.
           if status-accessi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read accessi next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close accessi
           end-if.
           perform COPIA-E-RICONTA-ACCESSI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-ACCESSI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input accessi.
           if status-accessi = "00" or = "05"
              perform until 1 = 2
                 read accessi next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close accessi
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-QUALIFICHE.
           move "qualifiche" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input qualifiche.
           if status-qualifiche = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read qualifiche next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close qualifiche
           end-if.
           perform COPIA-E-RICONTA-QUALIFICHE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-QUALIFICHE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input qualifiche.
           if status-qualifiche = "00" or = "05"
              perform until 1 = 2
                 read qualifiche next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close qualifiche
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-REQUISITI.
           move "requisiti" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input requisiti.
           if status-requisiti = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read requisiti next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close requisiti
           end-if.
           perform COPIA-E-RICONTA-REQUISITI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-REQUISITI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input requisiti.
           if status-requisiti = "00" or = "05"
              perform until 1 = 2
                 read requisiti next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close requisiti
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-TIMBRATURE.
           move "timbrature" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input timbrature.
           if status-timbrature = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read timbrature next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close timbrature
           end-if.
           perform COPIA-E-RICONTA-TIMBRATURE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-TIMBRATURE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input timbrature.
           if status-timbrature = "00" or = "05"
              perform until 1 = 2
                 read timbrature next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close timbrature
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-OREMESE.
           move "oremese" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input oremese.
           if status-oremese = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read oremese next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close oremese
           end-if.
           perform COPIA-E-RICONTA-OREMESE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-OREMESE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input oremese.
           if status-oremese = "00" or = "05"
              perform until 1 = 2
                 read oremese next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close oremese
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-INTERVENTI.
           move "interventi" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input interventi.
           if status-interventi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read interventi next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close interventi
           end-if.
           perform COPIA-E-RICONTA-INTERVENTI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-INTERVENTI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input interventi.
           if status-interventi = "00" or = "05"
              perform until 1 = 2
                 read interventi next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close interventi
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-PRENSTAZ.
           move "prenstaz" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input prenstaz.
           if status-prenstaz = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read prenstaz next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close prenstaz
           end-if.
           perform COPIA-E-RICONTA-PRENSTAZ.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-PRENSTAZ.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input prenstaz.
           if status-prenstaz = "00" or = "05"
              perform until 1 = 2
                 read prenstaz next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close prenstaz
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-RIENTRI.
           move "rientri" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input rientri.
           if status-rientri = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read rientri next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close rientri
           end-if.
           perform COPIA-E-RICONTA-RIENTRI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-RIENTRI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input rientri.
           if status-rientri = "00" or = "05"
              perform until 1 = 2
                 read rientri next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close rientri
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-FITTEST.
           move "fittest" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input fittest.
           if status-fittest = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fittest next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close fittest
           end-if.
           perform COPIA-E-RICONTA-FITTEST.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-FITTEST.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input fittest.
           if status-fittest = "00" or = "05"
              perform until 1 = 2
                 read fittest next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close fittest
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-FITNORME.
           move "fitnorme" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input fitnorme.
           if status-fitnorme = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fitnorme next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close fitnorme
           end-if.
           perform COPIA-E-RICONTA-FITNORME.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-FITNORME.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input fitnorme.
           if status-fitnorme = "00" or = "05"
              perform until 1 = 2
                 read fitnorme next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close fitnorme
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-FITRES.
           move "fitres" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input fitres.
           if status-fitres = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fitres next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close fitres
           end-if.
           perform COPIA-E-RICONTA-FITRES.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-FITRES.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input fitres.
           if status-fitres = "00" or = "05"
              perform until 1 = 2
                 read fitres next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close fitres
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-SFIDE.
           move "sfide" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input sfide.
           if status-sfide = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read sfide next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close sfide
           end-if.
           perform COPIA-E-RICONTA-SFIDE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-SFIDE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input sfide.
           if status-sfide = "00" or = "05"
              perform until 1 = 2
                 read sfide next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close sfide
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-SFIDEISC.
           move "sfideisc" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input sfideisc.
           if status-sfideisc = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read sfideisc next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close sfideisc
           end-if.
           perform COPIA-E-RICONTA-SFIDEISC.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-SFIDEISC.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input sfideisc.
           if status-sfideisc = "00" or = "05"
              perform until 1 = 2
                 read sfideisc next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close sfideisc
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-REMINDERS.
           move "reminders" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input reminders.
           if status-reminders = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read reminders next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close reminders
           end-if.
           perform COPIA-E-RICONTA-REMINDERS.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-REMINDERS.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input reminders.
           if status-reminders = "00" or = "05"
              perform until 1 = 2
                 read reminders next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close reminders
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-OSPITI.
           move "ospiti" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input ospiti.
           if status-ospiti = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read ospiti next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close ospiti
           end-if.
           perform COPIA-E-RICONTA-OSPITI.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-OSPITI.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input ospiti.
           if status-ospiti = "00" or = "05"
              perform until 1 = 2
                 read ospiti next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close ospiti
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       VERIFICA-VISITE.
           move "visite" to nome-file-corrente.
           move 0 to conta-originale conta-copia.
           set file-assente to false.
           open input visite.
           if status-visite = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read visite next at end exit perform end-read
                 add 1 to conta-originale
              end-perform
              close visite
           end-if.
           perform COPIA-E-RICONTA-VISITE.
           perform SCRIVI-RIGA-VERIFICA.

      ***---
       COPIA-E-RICONTA-VISITE.
           if file-assente
              exit paragraph
           end-if.
           perform COPIA-FILE-CORRENTE.
           if not copia-riuscita
              exit paragraph
           end-if.
           set environment "FILE_PREFIX" to cartella-snapshot.
           open input visite.
           if status-visite = "00" or = "05"
              perform until 1 = 2
                 read visite next at end exit perform end-read
                 add 1 to conta-copia
              end-perform
              close visite
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       COPIA-FILE-CORRENTE.
           set copia-riuscita to false.
