       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      intervento.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Apertura di un ordine di intervento di manutenzione su una
      *    stazione (INTERVENTI), per st-usura (stazione oltre
      *    l'intervallo di serie), gincident (incidente su una
      *    stazione) e ginterv (apertura a mano). Una stazione ha al
      *    massimo un ordine non chiuso: se c'e' gia' se ne restituisce
      *    il numero con esito G e non si apre niente. Il numero arriva
      *    da nextcode (contatore "INTERVENTI"), seminato al primo
      *    avvio con l'ultimo numero gia' presente sul file. A
      *    richiesta la stazione passa fuori servizio (sta-stato "F").
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "interventi.sl".
           copy "stations.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "interventi.fd".
           copy "stations.fd".

       WORKING-STORAGE SECTION.
           copy "acucobol.def".
           copy "operatore.def".

       77  status-interventi       pic xx.
       77  status-stations         pic xx.

      * DISPENSA DEL NUMERO (nextcode su COUNTERS)
       77  nome-contatore          pic x(20) value "INTERVENTI".
       77  seme-codice             pic 9(18).
       77  codice-dispensato       pic 9(18).
       77  esito-nextcode          signed-short.

       LINKAGE SECTION.
           copy "intervento.lks".

      ******************************************************************
       PROCEDURE DIVISION using intervento-linkage.
      ***---
       MAIN-PRG.
           set itk-errore to true.
           move 0 to itk-numero.

           open i-o interventi.
           if status-interventi = "35"
              open output interventi
              close interventi
              open i-o interventi
           end-if.
           if status-interventi not = "00" and not = "05"
              goback
           end-if.
           open i-o stations.
           if status-stations not = "00" and not = "05"
              close interventi
              goback
           end-if.

           move itk-sta-code to sta-code.
           read stations
                invalid continue
            not invalid
                perform CERCA-ORDINE-APERTO
                if not itk-gia-aperto
                   perform APRI-ORDINE
                end-if
           end-read.

           close interventi stations.
           goback.

      ***---
       CERCA-ORDINE-APERTO.
           move itk-sta-code to itv-sta-code.
           move 0            to itv-numero.
           start interventi key is >= itv-k-stazione
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read interventi next at end exit perform end-read
              if itv-sta-code not = itk-sta-code
                 exit perform
              end-if
              if itv-non-chiuso
                 set itk-gia-aperto to true
                 move itv-numero to itk-numero
                 exit perform
              end-if
           end-perform.

      ***---
       APRI-ORDINE.
           perform CERCA-NUMERO-PIU-ALTO.
           call "nextcode" using nome-contatore seme-codice
                                 codice-dispensato esito-nextcode.
           cancel "nextcode".
           if esito-nextcode not = 0
              exit paragraph
           end-if.

           initialize itv-rec.
           move codice-dispensato  to itv-numero.
           move itk-sta-code       to itv-sta-code.
           move itk-origine        to itv-origine.
           if itv-da-incidente
              move itk-rif-incidente to itv-rif-incidente
           else
              move 0 to itv-inc-data itv-inc-ora itv-inc-ath-code
           end-if.
           set itv-aperto          to true.
           accept itv-data-apertura from century-date.
           move 0                  to itv-data-chiusura
                                      itv-costo-ricambi
                                      itv-costo-manodopera.
           move itk-descrizione    to itv-descrizione.
           move "N"                to itv-fuori-servizio.
           if itk-fuori-servizio = "S"
              move "S"             to itv-fuori-servizio
           end-if.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID  to itv-utente-apertura.
      *    Operatore collegato ad accesso, se la sessione ne ha uno.
           if opc-codice not = spaces and not = low-value
              move opc-codice     to itv-utente-apertura
           end-if.
           write itv-rec
                 invalid exit paragraph
           end-write.
           set itk-aperto to true.
           move itv-numero to itk-numero.

           if itv-fuori-servizio = "S"
              set sta-fuori-servizio to true
              rewrite sta-rec invalid continue end-rewrite
           end-if.

      ***---
       CERCA-NUMERO-PIU-ALTO.
      *    Seme per il primo avvio del contatore: l'ultimo numero gia'
      *    assegnato (la START si posiziona sull'ultima chiave non
      *    superiore, che si legge col primo giro in avanti).
           move 0      to seme-codice.
           move 999999 to itv-numero.
           start interventi key is <= itv-numero
                 invalid continue
             not invalid
                 read interventi next
                      at end continue
                  not at end
                      move itv-numero to seme-codice
                 end-read
           end-start.
