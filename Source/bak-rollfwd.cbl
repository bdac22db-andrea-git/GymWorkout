       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      bak-rollfwd.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Roll-forward dopo un rientro: una fotografia rimessa con
      *    bak-restore riporta gli archivi alla notte, e il lavoro
      *    della giornata fatto allo sportello e in sala sparirebbe.
      *    Qui si rileggono i giornali di giornata TXJRN
      *    ("txjrn-AAAAMMGG", scritti dal subprogramma giornale per
      *    glogwod, gkiosk, gcheckin, gate-scan, gpayment e gbooking,
      *    visite degli ospiti dell'altra sede comprese, e dai
      *    subprogrammi ricevuta, st-ricevuta, nextcode e prenstaz
      *    per ricevute, contatori e prenotazioni delle stazioni)
      *    dal momento della fotografia fino all'ora scelta, e ogni
      *    immagine dopo viene riapplicata all'archivio suo:
      *    - scrittura o riscrittura: si scrive il record, e se c'e'
      *      gia' lo si riscrive con l'immagine del giornale;
      *    - cancellazione: si cancella, e se non c'e' gia' va bene.
      *    Le immagini dopo si possono quindi ripassare piu' volte
      *    senza danno: conta solo l'ultima per ogni chiave.
      *    Gli archivi si aprono nella cartella link-cartella-dati
      *    (FILE_PREFIX, come bak-drill) o, se a spazi, sono quelli
      *    vivi: in quel caso il lancio e' riservato all'admin come
      *    bak-restore e va fatto a impianto FERMO. I giornali si
      *    leggono sempre dalla cartella viva.
      *    Esito in CONVLOG: voci lette nella finestra, riapplicate e
      *    fallite; le ultime due tornano anche al chiamante.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "rwodbook.sl".
           copy "sesslog.sl".
           copy "auditjrn.sl".
           copy "checkin.sl".
           copy "daypass.sl".
           copy "payments.sl".
           copy "armassegn.sl".
           copy "armadietti.sl".
           copy "timbrature.sl".
           copy "fuorifascia.sl".
           copy "gaterej.sl".
           copy "enrolments.sl".
           copy "waitlist.sl".
           copy "visite.sl".
           copy "receipts.sl".
           copy "counters.sl".
           copy "prenstaz.sl".
           copy "txjrn.sl".
           copy "convlog.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "rwodbook.fd".
           copy "sesslog.fd".
           copy "auditjrn.fd".
           copy "checkin.fd".
           copy "daypass.fd".
           copy "payments.fd".
           copy "armassegn.fd".
           copy "armadietti.fd".
           copy "timbrature.fd".
           copy "fuorifascia.fd".
           copy "gaterej.fd".
           copy "enrolments.fd".
           copy "waitlist.fd".
           copy "visite.fd".
           copy "receipts.fd".
           copy "counters.fd".
           copy "prenstaz.fd".
           copy "txjrn.fd".
           copy "convlog.fd".

       WORKING-STORAGE SECTION.
           copy "accesso.lks".

       77  status-rwodbook         pic xx.
       77  status-sesslog          pic xx.
       77  status-auditjrn         pic xx.
       77  status-checkin          pic xx.
       77  status-daypass          pic xx.
       77  status-payments         pic xx.
       77  status-armassegn        pic xx.
       77  status-armadietti       pic xx.
       77  status-timbrature       pic xx.
       77  status-fuorifascia      pic xx.
       77  status-gaterej          pic xx.
       77  status-enrolments       pic xx.
       77  status-waitlist         pic xx.
       77  status-visite           pic xx.
       77  status-receipts         pic xx.
       77  status-counters         pic xx.
       77  status-prenstaz         pic xx.
       77  status-txjrn            pic xx.
       77  status-convlog          pic xx.
       77  path-txjrn              pic x(256).

       77  prefix-originale        pic x(256).
       01  oggi                    pic 9(8).
       77  ora-adesso              pic 9(8).
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

      * FINESTRA DA RIAPPLICARE: data e ora affiancate si confrontano
      * come un numero solo.
       01  momento-da.
           05 mda-data             pic 9(8).
           05 mda-ora              pic 9(8).
       01  momento-a.
           05 ma-data              pic 9(8).
           05 ma-ora               pic 9(8).
       01  momento-voce.
           05 mv-data              pic 9(8).
           05 mv-ora               pic 9(8).

       77  num-lette               pic 9(7) value 0.
       77  num-applicate           pic 9(7) value 0.
       77  num-fallite             pic 9(7) value 0.
       77  filler                  pic 9.
           88 applicazione-fallita value 1 false 0.

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
      *    Momento della fotografia rimessa (ora come ACCEPT FROM
      *    TIME, hhmmsscc): le voci da quel momento in poi.
       77  link-data-da            pic 9(8).
       77  link-ora-da             pic 9(8).
      *    Fin dove arrivare; data a zero = fino ad adesso.
       77  link-data-a             pic 9(8).
       77  link-ora-a              pic 9(8).
      *    Cartella degli archivi da riportare avanti; spazi = vivi.
       77  link-cartella-dati      pic x(200).
      *    "B": lancio automatico, niente popup a video.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-num-applicate      pic 9(7).
       77  link-num-fallite        pic 9(7).
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-data-da link-ora-da
                                 link-data-a link-ora-a
                                 link-cartella-dati link-modo-batch
                                 link-num-applicate link-num-fallite
                                 link-status.
      ***---
       MAIN-PRG.
           set tutto-ok to true.
           move 0 to link-status link-num-applicate link-num-fallite.
      *    Sugli archivi vivi e' un rientro a tutti gli effetti:
      *    riservato all'admin come bak-restore. Su una cartella a
      *    parte (la prova di bak-drill) non tocca niente di vivo.
           if link-cartella-dati = spaces
              move spaces        to acc-funzione
              set acc-controllo  to true
              move "bak-rollfwd" to acc-programma
              move link-modo-batch to acc-modo
              call   "accesso"   using accesso-linkage
              cancel "accesso"
              if acc-negato
                 move -1 to link-status
                 goback
              end-if
           end-if.

           accept oggi       from century-date.
           accept ora-adesso from time.
           move link-data-da to mda-data.
           move link-ora-da  to mda-ora.
           if link-data-a = 0
              move oggi       to ma-data
              move ora-adesso to ma-ora
           else
              move link-data-a to ma-data
              move link-ora-a  to ma-ora
           end-if.

           perform APRI-ARCHIVI.
           if tutto-ok
              move mda-data to data-esame
              perform RIAPPLICA-GIORNO until data-esame > ma-data
           end-if.
           perform CHIUDI-ARCHIVI.
           perform SCRIVI-CONVLOG.

           move num-applicate to link-num-applicate.
           move num-fallite   to link-num-fallite.
           if errori or num-fallite > 0
              move -1 to link-status
           end-if.
           if not link-batch
              if errori
                 display message "Archivi non disponibili: "
                                 "nessuna voce riapplicata"
                            title "Roll-forward"
                             icon 3
              else
                 display message num-applicate " voci riapplicate, "
                                 num-fallite " fallite su "
                                 num-lette " lette"
                            title "Roll-forward"
                             icon 3
              end-if
           end-if.
           goback.

      ***---
       APRI-ARCHIVI.
      *    Un archivio mai creato (nessuna scrittura prima della
      *    fotografia) nasce vuoto, come fa ricevuta.
           accept prefix-originale from environment "FILE_PREFIX".
           if link-cartella-dati not = spaces
              set environment "FILE_PREFIX" to link-cartella-dati
           end-if.
           open i-o rwodbook.
           if status-rwodbook = "35"
              open output rwodbook
              close rwodbook
              open i-o rwodbook
           end-if.
           if status-rwodbook not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o sesslog.
           if status-sesslog = "35"
              open output sesslog
              close sesslog
              open i-o sesslog
           end-if.
           if status-sesslog not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o auditjrn.
           if status-auditjrn = "35"
              open output auditjrn
              close auditjrn
              open i-o auditjrn
           end-if.
           if status-auditjrn not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o checkin.
           if status-checkin = "35"
              open output checkin
              close checkin
              open i-o checkin
           end-if.
           if status-checkin not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o daypass.
           if status-daypass = "35"
              open output daypass
              close daypass
              open i-o daypass
           end-if.
           if status-daypass not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o payments.
           if status-payments = "35"
              open output payments
              close payments
              open i-o payments
           end-if.
           if status-payments not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o armassegn.
           if status-armassegn = "35"
              open output armassegn
              close armassegn
              open i-o armassegn
           end-if.
           if status-armassegn not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o armadietti.
           if status-armadietti = "35"
              open output armadietti
              close armadietti
              open i-o armadietti
           end-if.
           if status-armadietti not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o timbrature.
           if status-timbrature = "35"
              open output timbrature
              close timbrature
              open i-o timbrature
           end-if.
           if status-timbrature not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o fuorifascia.
           if status-fuorifascia = "35"
              open output fuorifascia
              close fuorifascia
              open i-o fuorifascia
           end-if.
           if status-fuorifascia not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o gaterej.
           if status-gaterej = "35"
              open output gaterej
              close gaterej
              open i-o gaterej
           end-if.
           if status-gaterej not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o enrolments.
           if status-enrolments = "35"
              open output enrolments
              close enrolments
              open i-o enrolments
           end-if.
           if status-enrolments not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o waitlist.
           if status-waitlist = "35"
              open output waitlist
              close waitlist
              open i-o waitlist
           end-if.
           if status-waitlist not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o visite.
           if status-visite = "35"
              open output visite
              close visite
              open i-o visite
           end-if.
           if status-visite not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o receipts.
           if status-receipts = "35"
              open output receipts
              close receipts
              open i-o receipts
           end-if.
           if status-receipts not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o counters.
           if status-counters = "35"
              open output counters
              close counters
              open i-o counters
           end-if.
           if status-counters not = "00" and not = "05"
              set errori to true
           end-if.
           open i-o prenstaz.
           if status-prenstaz = "35"
              open output prenstaz
              close prenstaz
              open i-o prenstaz
           end-if.
           if status-prenstaz not = "00" and not = "05"
              set errori to true
           end-if.
           set environment "FILE_PREFIX" to prefix-originale.

      ***---
       CHIUDI-ARCHIVI.
           close rwodbook sesslog auditjrn checkin daypass payments
                 armassegn armadietti timbrature fuorifascia gaterej
                 enrolments waitlist visite receipts counters
                 prenstaz.

      ***---
       RIAPPLICA-GIORNO.
      *    Un giornale per giorno; un giorno senza giornale e' un
      *    giorno in cui allo sportello non si e' scritto niente.
           initialize path-txjrn.
           string "txjrn-"   delimited size
                  data-esame delimited size
             into path-txjrn
           end-string.
           open input txjrn.
           if status-txjrn = "00"
              perform until 1 = 2
                 read txjrn next at end exit perform end-read
                 move txj-data to mv-data
                 move txj-ora  to mv-ora
                 if momento-voce >= momento-da
                 and momento-voce <= momento-a
                    add 1 to num-lette
                    perform RIAPPLICA-VOCE
                 end-if
              end-perform
              close txjrn
           end-if.
           perform GIORNO-SUCCESSIVO.

      ***---
       RIAPPLICA-VOCE.
           set applicazione-fallita to false.
           evaluate txj-file
           when "rwodbook"
                perform APPLICA-RWODBOOK
           when "sesslog"
                perform APPLICA-SESSLOG
           when "auditjrn"
                perform APPLICA-AUDITJRN
           when "checkin"
                perform APPLICA-CHECKIN
           when "daypass"
                perform APPLICA-DAYPASS
           when "payments"
                perform APPLICA-PAYMENTS
           when "armassegn"
                perform APPLICA-ARMASSEGN
           when "armadietti"
                perform APPLICA-ARMADIETTI
           when "timbrature"
                perform APPLICA-TIMBRATURE
           when "fuorifascia"
                perform APPLICA-FUORIFASCIA
           when "gaterej"
                perform APPLICA-GATEREJ
           when "enrolments"
                perform APPLICA-ENROLMENTS
           when "waitlist"
                perform APPLICA-WAITLIST
           when "visite"
                perform APPLICA-VISITE
           when "receipts"
                perform APPLICA-RECEIPTS
           when "counters"
                perform APPLICA-COUNTERS
           when "prenstaz"
                perform APPLICA-PRENSTAZ
           when other
                set applicazione-fallita to true
           end-evaluate.
           if applicazione-fallita
              add 1 to num-fallite
           else
              add 1 to num-applicate
           end-if.

      ***---
       APPLICA-RWODBOOK.
           move txj-immagine to rod-rec.
           if txj-cancellazione
              delete rwodbook record invalid continue end-delete
           else
              write rod-rec
                    invalid
                       rewrite rod-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-SESSLOG.
           move txj-immagine to ses-rec.
           if txj-cancellazione
              delete sesslog record invalid continue end-delete
           else
              write ses-rec
                    invalid
                       rewrite ses-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-AUDITJRN.
           move txj-immagine to aud-rec.
           if txj-cancellazione
              delete auditjrn record invalid continue end-delete
           else
              write aud-rec
                    invalid
                       rewrite aud-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-CHECKIN.
           move txj-immagine to chk-rec.
           if txj-cancellazione
              delete checkin record invalid continue end-delete
           else
              write chk-rec
                    invalid
                       rewrite chk-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-DAYPASS.
           move txj-immagine to dps-rec.
           if txj-cancellazione
              delete daypass record invalid continue end-delete
           else
              write dps-rec
                    invalid
                       rewrite dps-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-PAYMENTS.
           move txj-immagine to pay-rec.
           if txj-cancellazione
              delete payments record invalid continue end-delete
           else
              write pay-rec
                    invalid
                       rewrite pay-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-ARMASSEGN.
           move txj-immagine to asg-rec.
           if txj-cancellazione
              delete armassegn record invalid continue end-delete
           else
              write asg-rec
                    invalid
                       rewrite asg-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-ARMADIETTI.
           move txj-immagine to arm-rec.
           if txj-cancellazione
              delete armadietti record invalid continue end-delete
           else
              write arm-rec
                    invalid
                       rewrite arm-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-TIMBRATURE.
           move txj-immagine to tmb-rec.
           if txj-cancellazione
              delete timbrature record invalid continue end-delete
           else
              write tmb-rec
                    invalid
                       rewrite tmb-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-FUORIFASCIA.
           move txj-immagine to ffa-rec.
           if txj-cancellazione
              delete fuorifascia record invalid continue end-delete
           else
              write ffa-rec
                    invalid
                       rewrite ffa-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-GATEREJ.
           move txj-immagine to grj-rec.
           if txj-cancellazione
              delete gaterej record invalid continue end-delete
           else
              write grj-rec
                    invalid
                       rewrite grj-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-ENROLMENTS.
           move txj-immagine to enr-rec.
           if txj-cancellazione
              delete enrolments record invalid continue end-delete
           else
              write enr-rec
                    invalid
                       rewrite enr-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-WAITLIST.
           move txj-immagine to wtl-rec.
           if txj-cancellazione
              delete waitlist record invalid continue end-delete
           else
              write wtl-rec
                    invalid
                       rewrite wtl-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-VISITE.
           move txj-immagine to vis-rec.
           if txj-cancellazione
              delete visite record invalid continue end-delete
           else
              write vis-rec
                    invalid
                       rewrite vis-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-RECEIPTS.
           move txj-immagine to rcp-rec.
           if txj-cancellazione
              delete receipts record invalid continue end-delete
           else
              write rcp-rec
                    invalid
                       rewrite rcp-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-COUNTERS.
           move txj-immagine to cnt-rec.
           if txj-cancellazione
              delete counters record invalid continue end-delete
           else
              write cnt-rec
                    invalid
                       rewrite cnt-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

      ***---
       APPLICA-PRENSTAZ.
           move txj-immagine to pst-rec.
           if txj-cancellazione
              delete prenstaz record invalid continue end-delete
           else
              write pst-rec
                    invalid
                       rewrite pst-rec
                               invalid set applicazione-fallita to true
                       end-rewrite
              end-write
           end-if.

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
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "bak-rollfwd"   to clg-programma.
           accept clg-data      from century-date.
           accept clg-ora       from time.
           move num-lette       to clg-letti.
           move num-applicate   to clg-scritti.
           move num-fallite     to clg-scartati.
           write clg-rec.
           close convlog.
