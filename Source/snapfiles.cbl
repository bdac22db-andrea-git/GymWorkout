      *    rwodbook e' il primo segnale di una conversione andata male.
      *    FILESTATS stesso e' l'unico archivio fuori censimento:
      *    e' aperto in aggiornamento per scrivere le rilevazioni.
      *    Se riorg-files ha gia' scritto la riga del giorno di un
      *    archivio, la rilevazione la aggiorna lasciandole la
      *    dimensione di prima della riorganizzazione.
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

      *****************************************************************
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

       WORKING-STORAGE SECTION.
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
       77  status-filestats        pic xx.

       77  nome-file-corrente      pic x(20).
           perform RILEVA-MAILLOG.
           perform RILEVA-GATEREJ.
           perform RILEVA-REPSCHED.
           perform RILEVA-PLANS.
           perform RILEVA-CASHUP.
           perform RILEVA-RECEIPTS.
           perform RILEVA-MANDATES.
           perform RILEVA-DUNNING.
           perform RILEVA-CONTIMAP.
           perform RILEVA-DISDETTE.
           perform RILEVA-FUORIFASCIA.
           perform RILEVA-AZIENDE.
           perform RILEVA-AZISCAD.
           perform RILEVA-TUTORI.
           perform RILEVA-CONSENSI.
           perform RILEVA-ARMADIETTI.
           perform RILEVA-ARMASSEGN.
           perform RILEVA-ARTICOLI.
           perform RILEVA-MOVMAG.
           perform RILEVA-VENDITE.
           perform RILEVA-OPERATORI.
           perform RILEVA-PERMESSI.
           perform RILEVA-ACCESSI.
           perform RILEVA-QUALIFICHE.
           perform RILEVA-REQUISITI.
           perform RILEVA-TIMBRATURE.
           perform RILEVA-OREMESE.
           perform RILEVA-INTERVENTI.
           perform RILEVA-PRENSTAZ.
           perform RILEVA-RIENTRI.
           perform RILEVA-FITTEST.
           perform RILEVA-FITNORME.
           perform RILEVA-FITRES.
           perform RILEVA-SFIDE.
           perform RILEVA-SFIDEISC.
           perform RILEVA-REMINDERS.
           perform RILEVA-OSPITI.
           perform RILEVA-VISITE.

           close filestats.
           goback.
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-PLANS.
           move "plans" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input plans.
           if status-plans = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read plans next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close plans
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-CASHUP.
           move "cashup" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input cashup.
           if status-cashup = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read cashup next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close cashup
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-RECEIPTS.
           move "receipts" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input receipts.
           if status-receipts = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read receipts next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close receipts
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-MANDATES.
           move "mandates" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input mandates.
           if status-mandates = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read mandates next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close mandates
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-DUNNING.
           move "dunning" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input dunning.
           if status-dunning = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read dunning next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close dunning
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-CONTIMAP.
           move "contimap" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input contimap.
           if status-contimap = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read contimap next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close contimap
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-DISDETTE.
           move "disdette" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input disdette.
           if status-disdette = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read disdette next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close disdette
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-FUORIFASCIA.
           move "fuorifascia" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input fuorifascia.
           if status-fuorifascia = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fuorifascia next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close fuorifascia
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-AZIENDE.
           move "aziende" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input aziende.
           if status-aziende = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read aziende next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close aziende
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-AZISCAD.
           move "aziscad" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input aziscad.
           if status-aziscad = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read aziscad next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close aziscad
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-TUTORI.
           move "tutori" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input tutori.
           if status-tutori = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read tutori next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close tutori
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-CONSENSI.
           move "consensi" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input consensi.
           if status-consensi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read consensi next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close consensi
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-ARMADIETTI.
           move "armadietti" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input armadietti.
           if status-armadietti = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read armadietti next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close armadietti
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-ARMASSEGN.
           move "armassegn" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input armassegn.
           if status-armassegn = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read armassegn next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close armassegn
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-ARTICOLI.
           move "articoli" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input articoli.
           if status-articoli = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read articoli next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close articoli
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-MOVMAG.
           move "movmag" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input movmag.
           if status-movmag = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read movmag next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close movmag
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-VENDITE.
           move "vendite" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input vendite.
           if status-vendite = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read vendite next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close vendite
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-OPERATORI.
           move "operatori" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input operatori.
           if status-operatori = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read operatori next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close operatori
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-PERMESSI.
           move "permessi" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input permessi.
           if status-permessi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read permessi next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close permessi
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-ACCESSI.
           move "accessi" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input accessi.
           if status-accessi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read accessi next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close accessi
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-QUALIFICHE.
           move "qualifiche" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input qualifiche.
           if status-qualifiche = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read qualifiche next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close qualifiche
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-REQUISITI.
           move "requisiti" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input requisiti.
           if status-requisiti = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read requisiti next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close requisiti
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-TIMBRATURE.
           move "timbrature" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input timbrature.
           if status-timbrature = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read timbrature next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close timbrature
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-OREMESE.
           move "oremese" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input oremese.
           if status-oremese = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read oremese next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close oremese
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-INTERVENTI.
           move "interventi" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input interventi.
           if status-interventi = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read interventi next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close interventi
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-PRENSTAZ.
           move "prenstaz" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input prenstaz.
           if status-prenstaz = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read prenstaz next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close prenstaz
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-RIENTRI.
           move "rientri" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input rientri.
           if status-rientri = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read rientri next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close rientri
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-FITTEST.
           move "fittest" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input fittest.
           if status-fittest = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fittest next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close fittest
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-FITNORME.
           move "fitnorme" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input fitnorme.
           if status-fitnorme = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fitnorme next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close fitnorme
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-FITRES.
           move "fitres" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input fitres.
           if status-fitres = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read fitres next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close fitres
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-SFIDE.
           move "sfide" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input sfide.
           if status-sfide = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read sfide next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close sfide
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-SFIDEISC.
           move "sfideisc" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input sfideisc.
           if status-sfideisc = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read sfideisc next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close sfideisc
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-REMINDERS.
           move "reminders" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input reminders.
           if status-reminders = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read reminders next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close reminders
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-OSPITI.
           move "ospiti" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input ospiti.
           if status-ospiti = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read ospiti next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close ospiti
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       RILEVA-VISITE.
           move "visite" to nome-file-corrente.
           move 0 to conta-record.
           set file-assente to false.
           open input visite.
           if status-visite = "35"
              set file-assente to true
           else
              perform until 1 = 2
                 read visite next at end exit perform end-read
                 add 1 to conta-record
              end-perform
              close visite
           end-if.
           perform SCRIVI-RILEVAZIONE.

      ***---
       SCRIVI-RILEVAZIONE.
           if file-assente
                invalid    set riga-esistente to false
               not invalid set riga-esistente to true
           end-read.
      *    La riga gia' scritta oggi da riorg-files tiene la sua
      *    dimensione pre-riorganizzazione; una riga nuova parte da
      *    zero, non da quel che resta nell'area del record.
           if not riga-esistente
              move 0 to fst-dim-pre-riorg
           end-if.
           move oggi               to fst-data.
           move nome-file-corrente to fst-nome-file.
           move conta-record       to fst-record-count.
