           copy "repsched.sl".
           copy "daypass.sl".
           copy "campaigns.sl".
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
      *

      *****************************************************************
           copy "repsched.fd".
           copy "daypass.fd".
           copy "campaigns.fd".
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
      *
       WORKING-STORAGE SECTION.
           COPY "acucobol.def".
       77  status-repsched       pic xx.
       77  status-daypass        pic xx.
       77  status-campaigns      pic xx.
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

       LINKAGE SECTION.
       77  link-status       signed-short.

           end-evaluate.

      ***---
       PLANS-ERR SECTION.
           use after error procedure on plans.
           evaluate status-plans
           when "35" continue
           when "39"
                display message "File [PLANS] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[PLANS] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       CASHUP-ERR SECTION.
           use after error procedure on cashup.
           evaluate status-cashup
           when "35" continue
           when "39"
                display message "File [CASHUP] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[CASHUP] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       RECEIPTS-ERR SECTION.
           use after error procedure on receipts.
           evaluate status-receipts
           when "35" continue
           when "39"
                display message "File [RECEIPTS] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[RECEIPTS] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       MANDATES-ERR SECTION.
           use after error procedure on mandates.
           evaluate status-mandates
           when "35" continue
           when "39"
                display message "File [MANDATES] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[MANDATES] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       DUNNING-ERR SECTION.
           use after error procedure on dunning.
           evaluate status-dunning
           when "35" continue
           when "39"
                display message "File [DUNNING] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[DUNNING] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       CONTIMAP-ERR SECTION.
           use after error procedure on contimap.
           evaluate status-contimap
           when "35" continue
           when "39"
                display message "File [CONTIMAP] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[CONTIMAP] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       DISDETTE-ERR SECTION.
           use after error procedure on disdette.
           evaluate status-disdette
           when "35" continue
           when "39"
                display message "File [DISDETTE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[DISDETTE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       FUORIFASCIA-ERR SECTION.
           use after error procedure on fuorifascia.
           evaluate status-fuorifascia
           when "35" continue
           when "39"
                display message "File [FUORIFASCIA] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[FUORIFASCIA] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       AZIENDE-ERR SECTION.
           use after error procedure on aziende.
           evaluate status-aziende
           when "35" continue
           when "39"
                display message "File [AZIENDE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[AZIENDE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       AZISCAD-ERR SECTION.
           use after error procedure on aziscad.
           evaluate status-aziscad
           when "35" continue
           when "39"
                display message "File [AZISCAD] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[AZISCAD] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       TUTORI-ERR SECTION.
           use after error procedure on tutori.
           evaluate status-tutori
           when "35" continue
           when "39"
                display message "File [TUTORI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[TUTORI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       CONSENSI-ERR SECTION.
           use after error procedure on consensi.
           evaluate status-consensi
           when "35" continue
           when "39"
                display message "File [CONSENSI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[CONSENSI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       ARMADIETTI-ERR SECTION.
           use after error procedure on armadietti.
           evaluate status-armadietti
           when "35" continue
           when "39"
                display message "File [ARMADIETTI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[ARMADIETTI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       ARMASSEGN-ERR SECTION.
           use after error procedure on armassegn.
           evaluate status-armassegn
           when "35" continue
           when "39"
                display message "File [ARMASSEGN] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[ARMASSEGN] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       ARTICOLI-ERR SECTION.
           use after error procedure on articoli.
           evaluate status-articoli
           when "35" continue
           when "39"
                display message "File [ARTICOLI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[ARTICOLI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       MOVMAG-ERR SECTION.
           use after error procedure on movmag.
           evaluate status-movmag
           when "35" continue
           when "39"
                display message "File [MOVMAG] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[MOVMAG] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       VENDITE-ERR SECTION.
           use after error procedure on vendite.
           evaluate status-vendite
           when "35" continue
           when "39"
                display message "File [VENDITE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[VENDITE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       OPERATORI-ERR SECTION.
           use after error procedure on operatori.
           evaluate status-operatori
           when "35" continue
           when "39"
                display message "File [OPERATORI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[OPERATORI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       PERMESSI-ERR SECTION.
           use after error procedure on permessi.
           evaluate status-permessi
           when "35" continue
           when "39"
                display message "File [PERMESSI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[PERMESSI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       ACCESSI-ERR SECTION.
           use after error procedure on accessi.
           evaluate status-accessi
           when "35" continue
           when "39"
                display message "File [ACCESSI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[ACCESSI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       QUALIFICHE-ERR SECTION.
           use after error procedure on qualifiche.
           evaluate status-qualifiche
           when "35" continue
           when "39"
                display message "File [QUALIFICHE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[QUALIFICHE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       REQUISITI-ERR SECTION.
           use after error procedure on requisiti.
           evaluate status-requisiti
           when "35" continue
           when "39"
                display message "File [REQUISITI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[REQUISITI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       TIMBRATURE-ERR SECTION.
           use after error procedure on timbrature.
           evaluate status-timbrature
           when "35" continue
           when "39"
                display message "File [TIMBRATURE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[TIMBRATURE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       OREMESE-ERR SECTION.
           use after error procedure on oremese.
           evaluate status-oremese
           when "35" continue
           when "39"
                display message "File [OREMESE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[OREMESE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       INTERVENTI-ERR SECTION.
           use after error procedure on interventi.
           evaluate status-interventi
           when "35" continue
           when "39"
                display message "File [INTERVENTI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[INTERVENTI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       PRENSTAZ-ERR SECTION.
           use after error procedure on prenstaz.
           evaluate status-prenstaz
           when "35" continue
           when "39"
                display message "File [PRENSTAZ] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[PRENSTAZ] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       RIENTRI-ERR SECTION.
           use after error procedure on rientri.
           evaluate status-rientri
           when "35" continue
           when "39"
                display message "File [RIENTRI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[RIENTRI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       FITTEST-ERR SECTION.
           use after error procedure on fittest.
           evaluate status-fittest
           when "35" continue
           when "39"
                display message "File [FITTEST] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[FITTEST] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       FITNORME-ERR SECTION.
           use after error procedure on fitnorme.
           evaluate status-fitnorme
           when "35" continue
           when "39"
                display message "File [FITNORME] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[FITNORME] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       FITRES-ERR SECTION.
           use after error procedure on fitres.
           evaluate status-fitres
           when "35" continue
           when "39"
                display message "File [FITRES] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[FITRES] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       SFIDE-ERR SECTION.
           use after error procedure on sfide.
           evaluate status-sfide
           when "35" continue
           when "39"
                display message "File [SFIDE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[SFIDE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       SFIDEISC-ERR SECTION.
           use after error procedure on sfideisc.
           evaluate status-sfideisc
           when "35" continue
           when "39"
                display message "File [SFIDEISC] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[SFIDEISC] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       REMINDERS-ERR SECTION.
           use after error procedure on reminders.
           evaluate status-reminders
           when "35" continue
           when "39"
                display message "File [REMINDERS] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[REMINDERS] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       OSPITI-ERR SECTION.
           use after error procedure on ospiti.
           evaluate status-ospiti
           when "35" continue
           when "39"
                display message "File [OSPITI] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[OSPITI] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       VISITE-ERR SECTION.
           use after error procedure on visite.
           evaluate status-visite
           when "35" continue
           when "39"
                display message "File [VISITE] Mismatch size!"
                           title "Generazione files"
                            icon 3

           when "98"
                display message "[VISITE] Indexed file corrupt!"
                           title "Generazione files"
                            icon 3

           end-evaluate.

      ***---
       MAILLOG-ERR SECTION.
           use after error procedure on maillog.
           end-if.
           close campaigns.

           open input plans.
           if status-plans = "35"
              open output plans
              if status-plans not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close plans.

           open input cashup.
           if status-cashup = "35"
              open output cashup
              if status-cashup not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close cashup.

           open input receipts.
           if status-receipts = "35"
              open output receipts
              if status-receipts not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close receipts.

           open input mandates.
           if status-mandates = "35"
              open output mandates
              if status-mandates not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close mandates.

           open input dunning.
           if status-dunning = "35"
              open output dunning
              if status-dunning not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close dunning.

           open input contimap.
           if status-contimap = "35"
              open output contimap
              if status-contimap not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close contimap.

           open input disdette.
           if status-disdette = "35"
              open output disdette
              if status-disdette not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close disdette.

           open input fuorifascia.
           if status-fuorifascia = "35"
              open output fuorifascia
              if status-fuorifascia not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close fuorifascia.

           open input aziende.
           if status-aziende = "35"
              open output aziende
              if status-aziende not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close aziende.

           open input aziscad.
           if status-aziscad = "35"
              open output aziscad
              if status-aziscad not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close aziscad.

           open input tutori.
           if status-tutori = "35"
              open output tutori
              if status-tutori not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close tutori.

           open input consensi.
           if status-consensi = "35"
              open output consensi
              if status-consensi not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close consensi.

           open input armadietti.
           if status-armadietti = "35"
              open output armadietti
              if status-armadietti not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close armadietti.

           open input armassegn.
           if status-armassegn = "35"
              open output armassegn
              if status-armassegn not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close armassegn.

           open input articoli.
           if status-articoli = "35"
              open output articoli
              if status-articoli not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close articoli.

           open input movmag.
           if status-movmag = "35"
              open output movmag
              if status-movmag not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close movmag.

           open input vendite.
           if status-vendite = "35"
              open output vendite
              if status-vendite not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close vendite.

           open input operatori.
           if status-operatori = "35"
              open output operatori
              if status-operatori not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close operatori.

           open input permessi.
           if status-permessi = "35"
              open output permessi
              if status-permessi not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close permessi.

           open input accessi.
           if status-accessi = "35"
              open output accessi
              if status-accessi not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close accessi.

           open input qualifiche.
           if status-qualifiche = "35"
              open output qualifiche
              if status-qualifiche not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close qualifiche.

           open input requisiti.
           if status-requisiti = "35"
              open output requisiti
              if status-requisiti not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close requisiti.

           open input timbrature.
           if status-timbrature = "35"
              open output timbrature
              if status-timbrature not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close timbrature.

           open input oremese.
           if status-oremese = "35"
              open output oremese
              if status-oremese not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close oremese.

           open input interventi.
           if status-interventi = "35"
              open output interventi
              if status-interventi not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close interventi.

           open input prenstaz.
           if status-prenstaz = "35"
              open output prenstaz
              if status-prenstaz not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close prenstaz.

           open input rientri.
           if status-rientri = "35"
              open output rientri
              if status-rientri not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close rientri.

           open input fittest.
           if status-fittest = "35"
              open output fittest
              if status-fittest not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close fittest.

           open input fitnorme.
           if status-fitnorme = "35"
              open output fitnorme
              if status-fitnorme not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close fitnorme.

           open input fitres.
           if status-fitres = "35"
              open output fitres
              if status-fitres not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close fitres.

           open input sfide.
           if status-sfide = "35"
              open output sfide
              if status-sfide not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close sfide.

           open input sfideisc.
           if status-sfideisc = "35"
              open output sfideisc
              if status-sfideisc not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close sfideisc.

           open input reminders.
           if status-reminders = "35"
              open output reminders
              if status-reminders not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close reminders.

           open input ospiti.
           if status-ospiti = "35"
              open output ospiti
              if status-ospiti not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close ospiti.

           open input visite.
           if status-visite = "35"
              open output visite
              if status-visite not = "00"
                 move -1 to link-status
              end-if
           end-if.
           close visite.

           open input maillog.
           if status-maillog = "35"
              open output maillog
