       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      riorg-files.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Riorganizzazione a impianto fermo degli archivi Vision: un
      *    file da cui arc-rwodbook, ret-purge o gdpr-anon hanno tolto
      *    migliaia di righe resta grande com'era, e gli zoom ci
      *    mettono sempre di piu' a scorrerlo. Qui l'archivio scelto
      *    (link-nome-file) o, a spazi, tutti quelli dell'elenco
      *    riorg.lst della cartella di lavoro (un nome per riga;
      *    senza elenco, tutto il censimento di snapfiles) viene:
      *    - aperto in esclusiva e scaricato per chiave primaria su un
      *      file di passaggio;
      *    - riscritto da capo in una copia fresca nella cartella di
      *      lavoro (FILE_PREFIX, come bak-files), che ricostruisce
      *      chiave primaria e chiavi alternate;
      *    - verificato: stesso numero di record dell'originale e
      *      chiavi primarie in sequenza strettamente crescente;
      *    - solo allora sostituito all'originale, di cui resta una
      *      copia ".old" nella cartella di lavoro.
      *    Dimensione prima e dopo vanno nella riga FILESTATS del
      *    giorno (fst-dim-pre-riorg), cosi' st-crescita mostra lo
      *    spazio recuperato; l'esito file per file nel log riorg.log
      *    della cartella di lavoro, il totale in CONVLOG.
      *    Non parte se FBLOCK ha lock applicativi di oggi (qualcuno
      *    sta lavorando: gblock per quelli orfani), e un archivio
      *    che non si lascia aprire in esclusiva viene saltato.
      *    FILESTATS (dove si scrive l'esito) e FBLOCK restano fuori.
      *    In catena notturna e' il passo facoltativo riorg-files di
      *    st-batch-notturno.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "exercises.sl".
           copy "groups.sl".
           copy "macrogroups.sl".
           copy "twodbook.sl".
           copy "rwodbook.sl".
           copy "rwodbook-storico.sl".
           copy "intexe.sl".
           copy "duration.sl".
           copy "wodmap.sl".
           copy "athletes.sl".
           copy "checkin.sl".
           copy "subscriptions.sl".
           copy "measures.sl".
           copy "trainers.sl".
           copy "substitutions.sl".
           copy "goals.sl".
           copy "medlimits.sl".
           copy "stations.sl".
           copy "classes.sl".
           copy "enrolments.sl".
           copy "badges.sl".
           copy "closures.sl".
           copy "womhist.sl".
           copy "prtjrn.sl".
           copy "auditjrn.sl".
           copy "monthsum.sl".
           copy "chainckpt.sl".
           copy "payments.sl".
           copy "ptpacks.sl".
           copy "ptdiary.sl".
           copy "daypass.sl".
           copy "medcerts.sl".
           copy "freezes.sl".
           copy "waitlist.sl".
           copy "classexc.sl".
           copy "classatt.sl".
           copy "shifts.sl".
           copy "sesslog.sl".
           copy "mesoplan.sl".
           copy "sitesum.sl".
           copy "incidents.sl".
           copy "clearance.sl".
           copy "retpolicy.sl".
           copy "counters.sl".
           copy "campaigns.sl".
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
           copy "fblock.sl".
           copy "convlog.sl".
       SELECT scarico
           ASSIGN       TO  path-scarico
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS STATUS-scarico.
       SELECT lista-riorg
           ASSIGN       TO  path-lista-riorg
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-lista-riorg.
       SELECT riorg-log
           ASSIGN       TO  path-riorg-log
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS STATUS-riorg-log.

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "exercises.fd".
           copy "groups.fd".
           copy "macrogroups.fd".
           copy "twodbook.fd".
           copy "rwodbook.fd".
           copy "rwodbook-storico.fd".
           copy "intexe.fd".
           copy "duration.fd".
           copy "wodmap.fd".
           copy "athletes.fd".
           copy "checkin.fd".
           copy "subscriptions.fd".
           copy "measures.fd".
           copy "trainers.fd".
           copy "substitutions.fd".
           copy "goals.fd".
           copy "medlimits.fd".
           copy "stations.fd".
           copy "classes.fd".
           copy "enrolments.fd".
           copy "badges.fd".
           copy "closures.fd".
           copy "womhist.fd".
           copy "prtjrn.fd".
           copy "auditjrn.fd".
           copy "monthsum.fd".
           copy "chainckpt.fd".
           copy "payments.fd".
           copy "ptpacks.fd".
           copy "ptdiary.fd".
           copy "daypass.fd".
           copy "medcerts.fd".
           copy "freezes.fd".
           copy "waitlist.fd".
           copy "classexc.fd".
           copy "classatt.fd".
           copy "shifts.fd".
           copy "sesslog.fd".
           copy "mesoplan.fd".
           copy "sitesum.fd".
           copy "incidents.fd".
           copy "clearance.fd".
           copy "retpolicy.fd".
           copy "counters.fd".
           copy "campaigns.fd".
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
           copy "fblock.fd".
           copy "convlog.fd".

      *    File di passaggio: un record per riga dell'archivio, lungo
      *    quanto il suo tracciato (il piu' grande e' AUDITJRN).
       FD  scarico
           LABEL RECORD IS STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 18400 CHARACTERS
           DEPENDING ON lunghezza-scarico.
       01  scr-rec                 PIC  x(18400).

       FD  lista-riorg
           LABEL RECORD IS STANDARD.
       01  lst-rec.
           05 lst-nome-file        PIC  x(20).
           05 FILLER               PIC  x(60).

       FD  riorg-log
           LABEL RECORD IS STANDARD.
       01  rlg-rec.
           05 rlg-nome-file        PIC  x(20).
           05 FILLER               PIC  x(2)   VALUE SPACES.
           05 rlg-conta-prima      PIC  zzzzzzzz9.
           05 FILLER               PIC  x(2)   VALUE SPACES.
           05 rlg-conta-dopo       PIC  zzzzzzzz9.
           05 FILLER               PIC  x(2)   VALUE SPACES.
           05 rlg-dim-prima        PIC  zzzzzzzzzzz9.
           05 FILLER               PIC  x(2)   VALUE SPACES.
           05 rlg-dim-dopo         PIC  zzzzzzzzzzz9.
           05 FILLER               PIC  x(2)   VALUE SPACES.
           05 rlg-esito            PIC  x(10).

       WORKING-STORAGE SECTION.
           copy "accesso.lks".

       77  status-exercises        pic xx.
       77  status-groups           pic xx.
       77  status-macrogroups      pic xx.
       77  status-twodbook         pic xx.
       77  status-rwodbook         pic xx.
       77  status-rwodbook-storico pic xx.
       77  status-intexe           pic xx.
       77  status-duration         pic xx.
       77  status-wodmap           pic xx.
       77  status-athletes         pic xx.
       77  status-checkin          pic xx.
       77  status-subscriptions    pic xx.
       77  status-measures         pic xx.
       77  status-trainers         pic xx.
       77  status-substitutions    pic xx.
       77  status-goals            pic xx.
       77  status-medlimits        pic xx.
       77  status-stations         pic xx.
       77  status-classes          pic xx.
       77  status-enrolments       pic xx.
       77  status-badges           pic xx.
       77  status-closures         pic xx.
       77  status-womhist          pic xx.
       77  status-prtjrn           pic xx.
       77  status-auditjrn         pic xx.
       77  status-monthsum         pic xx.
       77  status-chainckpt        pic xx.
       77  status-payments         pic xx.
       77  status-ptpacks          pic xx.
       77  status-ptdiary          pic xx.
       77  status-daypass          pic xx.
       77  status-medcerts         pic xx.
       77  status-freezes          pic xx.
       77  status-waitlist         pic xx.
       77  status-classexc         pic xx.
       77  status-classatt         pic xx.
       77  status-shifts           pic xx.
       77  status-sesslog          pic xx.
       77  status-mesoplan         pic xx.
       77  status-sitesum          pic xx.
       77  status-incidents        pic xx.
       77  status-clearance        pic xx.
       77  status-retpolicy        pic xx.
       77  status-counters         pic xx.
       77  status-campaigns        pic xx.
       77  status-maillog          pic xx.
       77  status-gaterej          pic xx.
       77  status-repsched         pic xx.
       77  status-plans            pic xx.
       77  status-cashup           pic xx.
       77  status-receipts         pic xx.
       77  status-mandates         pic xx.
       77  status-dunning          pic xx.
       77  status-contimap         pic xx.
       77  status-disdette         pic xx.
       77  status-fuorifascia      pic xx.
       77  status-aziende          pic xx.
       77  status-aziscad          pic xx.
       77  status-tutori           pic xx.
       77  status-consensi         pic xx.
       77  status-armadietti       pic xx.
       77  status-armassegn        pic xx.
       77  status-articoli         pic xx.
       77  status-movmag           pic xx.
       77  status-vendite          pic xx.
       77  status-operatori        pic xx.
       77  status-permessi         pic xx.
       77  status-accessi          pic xx.
       77  status-qualifiche       pic xx.
       77  status-requisiti        pic xx.
       77  status-timbrature       pic xx.
       77  status-oremese          pic xx.
       77  status-interventi       pic xx.
       77  status-prenstaz         pic xx.
       77  status-rientri          pic xx.
       77  status-fittest          pic xx.
       77  status-fitnorme         pic xx.
       77  status-fitres           pic xx.
       77  status-sfide            pic xx.
       77  status-sfideisc         pic xx.
       77  status-reminders        pic xx.
       77  status-ospiti           pic xx.
       77  status-visite           pic xx.
       77  status-filestats        pic xx.
       77  status-fblock           pic xx.
       77  status-convlog          pic xx.
       77  status-scarico          pic xx.
       77  status-lista-riorg      pic xx.
       77  status-riorg-log        pic xx.
       77  path-scarico            pic x(256).
       77  path-lista-riorg        pic x(256).
       77  path-riorg-log          pic x(256).
       77  lunghezza-scarico       pic 9(5).

      * CENSIMENTO DEGLI ARCHIVI, NELLO STESSO ORDINE DI SNAPFILES:
      * vale quando nella cartella di lavoro non c'e' riorg.lst.
       01  tab-nomi-archivi.
           05 filler               pic x(20) value "exercises".
           05 filler               pic x(20) value "groups".
           05 filler               pic x(20) value "macrogroups".
           05 filler               pic x(20) value "twodbook".
           05 filler               pic x(20) value "rwodbook".
           05 filler               pic x(20) value "rwodbook-storico".
           05 filler               pic x(20) value "intexe".
           05 filler               pic x(20) value "duration".
           05 filler               pic x(20) value "wodmap".
           05 filler               pic x(20) value "athletes".
           05 filler               pic x(20) value "checkin".
           05 filler               pic x(20) value "subscriptions".
           05 filler               pic x(20) value "measures".
           05 filler               pic x(20) value "trainers".
           05 filler               pic x(20) value "substitutions".
           05 filler               pic x(20) value "goals".
           05 filler               pic x(20) value "medlimits".
           05 filler               pic x(20) value "stations".
           05 filler               pic x(20) value "classes".
           05 filler               pic x(20) value "enrolments".
           05 filler               pic x(20) value "badges".
           05 filler               pic x(20) value "closures".
           05 filler               pic x(20) value "womhist".
           05 filler               pic x(20) value "prtjrn".
           05 filler               pic x(20) value "auditjrn".
           05 filler               pic x(20) value "monthsum".
           05 filler               pic x(20) value "chainckpt".
           05 filler               pic x(20) value "payments".
           05 filler               pic x(20) value "ptpacks".
           05 filler               pic x(20) value "ptdiary".
           05 filler               pic x(20) value "daypass".
           05 filler               pic x(20) value "medcerts".
           05 filler               pic x(20) value "freezes".
           05 filler               pic x(20) value "waitlist".
           05 filler               pic x(20) value "classexc".
           05 filler               pic x(20) value "classatt".
           05 filler               pic x(20) value "shifts".
           05 filler               pic x(20) value "sesslog".
           05 filler               pic x(20) value "mesoplan".
           05 filler               pic x(20) value "sitesum".
           05 filler               pic x(20) value "incidents".
           05 filler               pic x(20) value "clearance".
           05 filler               pic x(20) value "retpolicy".
           05 filler               pic x(20) value "counters".
           05 filler               pic x(20) value "campaigns".
           05 filler               pic x(20) value "maillog".
           05 filler               pic x(20) value "gaterej".
           05 filler               pic x(20) value "repsched".
           05 filler               pic x(20) value "plans".
           05 filler               pic x(20) value "cashup".
           05 filler               pic x(20) value "receipts".
           05 filler               pic x(20) value "mandates".
           05 filler               pic x(20) value "dunning".
           05 filler               pic x(20) value "contimap".
           05 filler               pic x(20) value "disdette".
           05 filler               pic x(20) value "fuorifascia".
           05 filler               pic x(20) value "aziende".
           05 filler               pic x(20) value "aziscad".
           05 filler               pic x(20) value "tutori".
           05 filler               pic x(20) value "consensi".
           05 filler               pic x(20) value "armadietti".
           05 filler               pic x(20) value "armassegn".
           05 filler               pic x(20) value "articoli".
           05 filler               pic x(20) value "movmag".
           05 filler               pic x(20) value "vendite".
           05 filler               pic x(20) value "operatori".
           05 filler               pic x(20) value "permessi".
           05 filler               pic x(20) value "accessi".
           05 filler               pic x(20) value "qualifiche".
           05 filler               pic x(20) value "requisiti".
           05 filler               pic x(20) value "timbrature".
           05 filler               pic x(20) value "oremese".
           05 filler               pic x(20) value "interventi".
           05 filler               pic x(20) value "prenstaz".
           05 filler               pic x(20) value "rientri".
           05 filler               pic x(20) value "fittest".
           05 filler               pic x(20) value "fitnorme".
           05 filler               pic x(20) value "fitres".
           05 filler               pic x(20) value "sfide".
           05 filler               pic x(20) value "sfideisc".
           05 filler               pic x(20) value "reminders".
           05 filler               pic x(20) value "ospiti".
           05 filler               pic x(20) value "visite".
       01  filler redefines tab-nomi-archivi.
           05 nome-archivio        occurs 83 times pic x(20).
       78  78-num-archivi          value 83.
       77  ax                      pic 99.

       77  cartella-lavoro         pic x(200).
       77  prefix-originale        pic x(256).
       77  nome-file-corrente      pic x(20).
       77  path-copia              pic x(256).
       77  path-vecchio            pic x(256).
       77  oggi                    pic 9(8).
       77  como-esito              signed-short.
       77  esito-riorg             pic x(10).

       77  conta-prima             pic 9(9).
       77  conta-copia             pic 9(9).
       77  conta-dopo              pic 9(9).
       77  conta-scarti            pic 9(9).
       77  dim-prima               pic 9(12).
       77  dim-dopo                pic 9(12).
       77  num-riorganizzati       pic 9(4) value 0.
       77  num-saltati             pic 9(4) value 0.
       77  num-falliti             pic 9(4) value 0.

      *    Le chiavi primarie si confrontano come testo: lo sono per
      *    tutti gli archivi dell'impianto (nessun campo binario).
       77  chiave-corrente         pic x(256).
       77  chiave-precedente       pic x(256).
       77  filler                  pic 9.
           88 sequenza-ok          value 1 false 0.
       77  filler                  pic 9.
           88 riorg-possibile      value 1 false 0.
       77  filler                  pic 9.
           88 riga-esistente       value 1 false 0.

      * AREA DI RITORNO DI C$FILEINFO, prima e subito prima dello
      * scambio: un archivio cambiato nel frattempo non si tocca.
       01  file-info.
           05 file-info-size       pic x(8) comp-x.
           05 file-info-data       pic 9(8).
           05 file-info-ora        pic 9(8).
       01  file-info-prima.
           05 fip-size             pic x(8) comp-x.
           05 fip-data             pic 9(8).
           05 fip-ora              pic 9(8).

       77  lock-programma          pic x(15).
       77  filler                  pic 9.
           88 lock-attivi          value 1 false 0.

       77  controlli               pic xx.
           88 tutto-ok             value "OK".
           88 errori               value "ER".

       LINKAGE SECTION.
      *    Archivio da riorganizzare; spazi = elenco (o censimento).
       77  link-nome-file          pic x(20).
      *    Cartella di lavoro: copie fresche, ".old", elenco e log.
       77  link-cartella-lavoro    pic x(200).
      *    "B": lancio automatico, niente popup a video.
       77  link-modo-batch         pic x.
           88 link-batch               value "B".
       77  link-status             signed-short.

      ******************************************************************
       PROCEDURE DIVISION using link-nome-file link-cartella-lavoro
                                 link-modo-batch link-status.
      ***---
       MAIN-PRG.
           set tutto-ok to true.
           move 0 to link-status.
      *    A mano e' riservato all'admin; in catena notturna non c'e'
      *    nessun operatore collegato e vale il job.
           if not link-batch
              move spaces        to acc-funzione
              set acc-controllo  to true
              move "riorg-files" to acc-programma
              move link-modo-batch to acc-modo
              call   "accesso"   using accesso-linkage
              cancel "accesso"
              if acc-negato
                 move -1 to link-status
                 goback
              end-if
           end-if.

           accept oggi from century-date.
           accept prefix-originale from environment "FILE_PREFIX".
           move link-cartella-lavoro to cartella-lavoro.

           perform CONTROLLA-LOCK.
           if lock-attivi
              move -1 to link-status
              if not link-batch
                 display message "Riorganizzazione NON eseguita: "
                                 "lock applicativi attivi ("
                                 lock-programma ")"
                            title "Riorganizzazione archivi"
                             icon 3
              end-if
              goback
           end-if.

           call "C$MAKEDIR" using cartella-lavoro.
           initialize path-riorg-log path-scarico path-lista-riorg.
           string cartella-lavoro delimited space
                  "\riorg.log"    delimited size
             into path-riorg-log
           end-string.
           string cartella-lavoro delimited space
                  "\scarico.tmp"  delimited size
             into path-scarico
           end-string.
           string cartella-lavoro delimited space
                  "\riorg.lst"    delimited size
             into path-lista-riorg
           end-string.
           open output riorg-log.
           if status-riorg-log not = "00"
              move -1 to link-status
              goback
           end-if.
           open i-o filestats.
           if status-filestats = "35"
              open output filestats
              close filestats
              open i-o filestats
           end-if.

           if link-nome-file not = spaces
              move link-nome-file to nome-file-corrente
              perform RIORGANIZZA-ARCHIVIO
           else
              open input lista-riorg
              if status-lista-riorg = "00"
                 perform until 1 = 2
                    read lista-riorg next at end exit perform end-read
                    if lst-nome-file not = spaces
                       move lst-nome-file to nome-file-corrente
                       perform RIORGANIZZA-ARCHIVIO
                    end-if
                 end-perform
                 close lista-riorg
              else
                 move 1 to ax
                 perform until ax > 78-num-archivi
                    move nome-archivio(ax) to nome-file-corrente
                    perform RIORGANIZZA-ARCHIVIO
                    add 1 to ax
                 end-perform
              end-if
           end-if.

           close filestats riorg-log.
           delete file scarico.
           perform SCRIVI-CONVLOG.

           if num-falliti > 0
              move -1 to link-status
           end-if.
           if not link-batch
              display message num-riorganizzati
                              " archivi riorganizzati, "
                              num-saltati " saltati, "
                              num-falliti " falliti: vedi riorg.log"
                         title "Riorganizzazione archivi"
                          icon 3
           end-if.
           goback.

      ***---
       CONTROLLA-LOCK.
      *    Un lock applicativo di oggi e' qualcuno che sta lavorando;
      *    quelli dei giorni prima sono orfani (vedi gblock) e non
      *    fermano la riorganizzazione.
           set lock-attivi to false.
           open input fblock.
           if status-fblock not = "00" and not = "05"
              exit paragraph
           end-if.
           move low-value to fb-pri-key.
           start fblock key is >= fb-pri-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read fblock next at end exit perform end-read
                    if fb-data = oggi
                       set lock-attivi to true
                       move fb-prog-id to lock-programma
                       exit perform
                    end-if
                 end-perform
           end-start.
           close fblock.

      ***---
       RIORGANIZZA-ARCHIVIO.
           evaluate nome-file-corrente
           when "exercises"
                perform RIORG-EXERCISES
           when "groups"
                perform RIORG-GROUPS
           when "macrogroups"
                perform RIORG-MACROGROUPS
           when "twodbook"
                perform RIORG-TWODBOOK
           when "rwodbook"
                perform RIORG-RWODBOOK
           when "rwodbook-storico"
                perform RIORG-RWODBOOK-STORICO
           when "intexe"
                perform RIORG-INTEXE
           when "duration"
                perform RIORG-DURATION
           when "wodmap"
                perform RIORG-WODMAP
           when "athletes"
                perform RIORG-ATHLETES
           when "checkin"
                perform RIORG-CHECKIN
           when "subscriptions"
                perform RIORG-SUBSCRIPTIONS
           when "measures"
                perform RIORG-MEASURES
           when "trainers"
                perform RIORG-TRAINERS
           when "substitutions"
                perform RIORG-SUBSTITUTIONS
           when "goals"
                perform RIORG-GOALS
           when "medlimits"
                perform RIORG-MEDLIMITS
           when "stations"
                perform RIORG-STATIONS
           when "classes"
                perform RIORG-CLASSES
           when "enrolments"
                perform RIORG-ENROLMENTS
           when "badges"
                perform RIORG-BADGES
           when "closures"
                perform RIORG-CLOSURES
           when "womhist"
                perform RIORG-WOMHIST
           when "prtjrn"
                perform RIORG-PRTJRN
           when "auditjrn"
                perform RIORG-AUDITJRN
           when "monthsum"
                perform RIORG-MONTHSUM
           when "chainckpt"
                perform RIORG-CHAINCKPT
           when "payments"
                perform RIORG-PAYMENTS
           when "ptpacks"
                perform RIORG-PTPACKS
           when "ptdiary"
                perform RIORG-PTDIARY
           when "daypass"
                perform RIORG-DAYPASS
           when "medcerts"
                perform RIORG-MEDCERTS
           when "freezes"
                perform RIORG-FREEZES
           when "waitlist"
                perform RIORG-WAITLIST
           when "classexc"
                perform RIORG-CLASSEXC
           when "classatt"
                perform RIORG-CLASSATT
           when "shifts"
                perform RIORG-SHIFTS
           when "sesslog"
                perform RIORG-SESSLOG
           when "mesoplan"
                perform RIORG-MESOPLAN
           when "sitesum"
                perform RIORG-SITESUM
           when "incidents"
                perform RIORG-INCIDENTS
           when "clearance"
                perform RIORG-CLEARANCE
           when "retpolicy"
                perform RIORG-RETPOLICY
           when "counters"
                perform RIORG-COUNTERS
           when "campaigns"
                perform RIORG-CAMPAIGNS
           when "maillog"
                perform RIORG-MAILLOG
           when "gaterej"
                perform RIORG-GATEREJ
           when "repsched"
                perform RIORG-REPSCHED
           when "plans"
                perform RIORG-PLANS
           when "cashup"
                perform RIORG-CASHUP
           when "receipts"
                perform RIORG-RECEIPTS
           when "mandates"
                perform RIORG-MANDATES
           when "dunning"
                perform RIORG-DUNNING
           when "contimap"
                perform RIORG-CONTIMAP
           when "disdette"
                perform RIORG-DISDETTE
           when "fuorifascia"
                perform RIORG-FUORIFASCIA
           when "aziende"
                perform RIORG-AZIENDE
           when "aziscad"
                perform RIORG-AZISCAD
           when "tutori"
                perform RIORG-TUTORI
           when "consensi"
                perform RIORG-CONSENSI
           when "armadietti"
                perform RIORG-ARMADIETTI
           when "armassegn"
                perform RIORG-ARMASSEGN
           when "articoli"
                perform RIORG-ARTICOLI
           when "movmag"
                perform RIORG-MOVMAG
           when "vendite"
                perform RIORG-VENDITE
           when "operatori"
                perform RIORG-OPERATORI
           when "permessi"
                perform RIORG-PERMESSI
           when "accessi"
                perform RIORG-ACCESSI
           when "qualifiche"
                perform RIORG-QUALIFICHE
           when "requisiti"
                perform RIORG-REQUISITI
           when "timbrature"
                perform RIORG-TIMBRATURE
           when "oremese"
                perform RIORG-OREMESE
           when "interventi"
                perform RIORG-INTERVENTI
           when "prenstaz"
                perform RIORG-PRENSTAZ
           when "rientri"
                perform RIORG-RIENTRI
           when "fittest"
                perform RIORG-FITTEST
           when "fitnorme"
                perform RIORG-FITNORME
           when "fitres"
                perform RIORG-FITRES
           when "sfide"
                perform RIORG-SFIDE
           when "sfideisc"
                perform RIORG-SFIDEISC
           when "reminders"
                perform RIORG-REMINDERS
           when "ospiti"
                perform RIORG-OSPITI
           when "visite"
                perform RIORG-VISITE
           when other
                move "SCONOSCIUTO" to esito-riorg
                perform SCRIVI-ESITO-RIORG
           end-evaluate.

      ***---
       RIORG-EXERCISES.
           move 357 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input exercises with lock.
           if status-exercises not = "00"
              move status-exercises to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read exercises next at end exit perform end-read
              move exe-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close exercises.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output exercises.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-exercises not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to exe-rec
              write exe-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close exercises scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input exercises.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-exercises = "00"
              perform until 1 = 2
                 read exercises next at end exit perform end-read
                 move exe-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close exercises
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-GROUPS.
           move 110 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input groups with lock.
           if status-groups not = "00"
              move status-groups to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read groups next at end exit perform end-read
              move grp-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close groups.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output groups.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-groups not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to grp-rec
              write grp-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close groups scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input groups.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-groups = "00"
              perform until 1 = 2
                 read groups next at end exit perform end-read
                 move grp-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close groups
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MACROGROUPS.
           move 45 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input macrogroups with lock.
           if status-macrogroups not = "00"
              move status-macrogroups to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read macrogroups next at end exit perform end-read
              move mcg-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close macrogroups.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output macrogroups.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-macrogroups not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to mcg-rec
              write mcg-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close macrogroups scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input macrogroups.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-macrogroups = "00"
              perform until 1 = 2
                 read macrogroups next at end exit perform end-read
                 move mcg-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close macrogroups
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-TWODBOOK.
           move 226 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input twodbook with lock.
           if status-twodbook not = "00"
              move status-twodbook to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read twodbook next at end exit perform end-read
              move twd-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close twodbook.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output twodbook.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-twodbook not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to twd-rec
              write twd-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close twodbook scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input twodbook.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-twodbook = "00"
              perform until 1 = 2
                 read twodbook next at end exit perform end-read
                 move twd-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close twodbook
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-RWODBOOK.
           move 2346 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input rwodbook with lock.
           if status-rwodbook not = "00"
              move status-rwodbook to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read rwodbook next at end exit perform end-read
              move rod-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close rwodbook.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output rwodbook.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-rwodbook not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rod-rec
              write rod-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close rwodbook scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input rwodbook.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-rwodbook = "00"
              perform until 1 = 2
                 read rwodbook next at end exit perform end-read
                 move rod-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close rwodbook
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-RWODBOOK-STORICO.
           move 2346 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input rwodbook-storico with lock.
           if status-rwodbook-storico not = "00"
              move status-rwodbook-storico to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read rwodbook-storico next at end exit perform end-read
              move sto-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close rwodbook-storico.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output rwodbook-storico.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-rwodbook-storico not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to sto-rec
              write sto-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close rwodbook-storico scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input rwodbook-storico.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-rwodbook-storico = "00"
              perform until 1 = 2
                 read rwodbook-storico next at end exit perform end-read
                 move sto-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close rwodbook-storico
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-INTEXE.
           move 121 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input intexe with lock.
           if status-intexe not = "00"
              move status-intexe to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read intexe next at end exit perform end-read
              move int-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close intexe.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output intexe.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-intexe not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to int-rec
              write int-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close intexe scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input intexe.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-intexe = "00"
              perform until 1 = 2
                 read intexe next at end exit perform end-read
                 move int-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close intexe
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-DURATION.
           move 109 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input duration with lock.
           if status-duration not = "00"
              move status-duration to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read duration next at end exit perform end-read
              move dur-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close duration.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output duration.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-duration not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to dur-rec
              write dur-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close duration scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input duration.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-duration = "00"
              perform until 1 = 2
                 read duration next at end exit perform end-read
                 move dur-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close duration
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-WODMAP.
           move 9564 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input wodmap with lock.
           if status-wodmap not = "00"
              move status-wodmap to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read wodmap next at end exit perform end-read
              move wom-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close wodmap.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output wodmap.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-wodmap not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to wom-rec
              write wom-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close wodmap scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input wodmap.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-wodmap = "00"
              perform until 1 = 2
                 read wodmap next at end exit perform end-read
                 move wom-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close wodmap
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-ATHLETES.
           move 434 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input athletes with lock.
           if status-athletes not = "00"
              move status-athletes to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read athletes next at end exit perform end-read
              move ath-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close athletes.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output athletes.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-athletes not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ath-rec
              write ath-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close athletes scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input athletes.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-athletes = "00"
              perform until 1 = 2
                 read athletes next at end exit perform end-read
                 move ath-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close athletes
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CHECKIN.
           move 90 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input checkin with lock.
           if status-checkin not = "00"
              move status-checkin to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read checkin next at end exit perform end-read
              move chk-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close checkin.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output checkin.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-checkin not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to chk-rec
              write chk-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close checkin scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input checkin.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-checkin = "00"
              perform until 1 = 2
                 read checkin next at end exit perform end-read
                 move chk-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close checkin
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SUBSCRIPTIONS.
           move 182 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input subscriptions with lock.
           if status-subscriptions not = "00"
              move status-subscriptions to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read subscriptions next at end exit perform end-read
              move sub-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close subscriptions.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output subscriptions.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-subscriptions not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to sub-rec
              write sub-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close subscriptions scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input subscriptions.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-subscriptions = "00"
              perform until 1 = 2
                 read subscriptions next at end exit perform end-read
                 move sub-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close subscriptions
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MEASURES.
           move 213 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input measures with lock.
           if status-measures not = "00"
              move status-measures to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read measures next at end exit perform end-read
              move mea-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close measures.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output measures.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-measures not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to mea-rec
              write mea-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close measures scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input measures.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-measures = "00"
              perform until 1 = 2
                 read measures next at end exit perform end-read
                 move mea-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close measures
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-TRAINERS.
           move 266 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input trainers with lock.
           if status-trainers not = "00"
              move status-trainers to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read trainers next at end exit perform end-read
              move trn-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close trainers.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output trainers.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-trainers not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to trn-rec
              write trn-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close trainers scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input trainers.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-trainers = "00"
              perform until 1 = 2
                 read trainers next at end exit perform end-read
                 move trn-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close trainers
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SUBSTITUTIONS.
           move 70 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input substitutions with lock.
           if status-substitutions not = "00"
              move status-substitutions to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read substitutions next at end exit perform end-read
              move sbs-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close substitutions.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output substitutions.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-substitutions not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to sbs-rec
              write sbs-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close substitutions scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input substitutions.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-substitutions = "00"
              perform until 1 = 2
                 read substitutions next at end exit perform end-read
                 move sbs-exe-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close substitutions
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-GOALS.
           move 102 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input goals with lock.
           if status-goals not = "00"
              move status-goals to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read goals next at end exit perform end-read
              move gol-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close goals.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output goals.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-goals not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to gol-rec
              write gol-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close goals scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input goals.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-goals = "00"
              perform until 1 = 2
                 read goals next at end exit perform end-read
                 move gol-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close goals
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MEDLIMITS.
           move 182 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input medlimits with lock.
           if status-medlimits not = "00"
              move status-medlimits to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read medlimits next at end exit perform end-read
              move lim-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close medlimits.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output medlimits.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-medlimits not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to lim-rec
              write lim-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close medlimits scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input medlimits.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-medlimits = "00"
              perform until 1 = 2
                 read medlimits next at end exit perform end-read
                 move lim-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close medlimits
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-STATIONS.
           move 127 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input stations with lock.
           if status-stations not = "00"
              move status-stations to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read stations next at end exit perform end-read
              move sta-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close stations.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output stations.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-stations not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to sta-rec
              write sta-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close stations scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input stations.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-stations = "00"
              perform until 1 = 2
                 read stations next at end exit perform end-read
                 move sta-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close stations
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CLASSES.
           move 138 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input classes with lock.
           if status-classes not = "00"
              move status-classes to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read classes next at end exit perform end-read
              move cls-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close classes.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output classes.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-classes not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cls-rec
              write cls-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close classes scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input classes.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-classes = "00"
              perform until 1 = 2
                 read classes next at end exit perform end-read
                 move cls-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close classes
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-ENROLMENTS.
           move 99 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input enrolments with lock.
           if status-enrolments not = "00"
              move status-enrolments to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read enrolments next at end exit perform end-read
              move enr-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close enrolments.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output enrolments.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-enrolments not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to enr-rec
              write enr-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close enrolments scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input enrolments.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-enrolments = "00"
              perform until 1 = 2
                 read enrolments next at end exit perform end-read
                 move enr-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close enrolments
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-BADGES.
           move 77 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input badges with lock.
           if status-badges not = "00"
              move status-badges to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read badges next at end exit perform end-read
              move bdg-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close badges.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output badges.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-badges not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to bdg-rec
              write bdg-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close badges scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input badges.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-badges = "00"
              perform until 1 = 2
                 read badges next at end exit perform end-read
                 move bdg-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close badges
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CLOSURES.
           move 109 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input closures with lock.
           if status-closures not = "00"
              move status-closures to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read closures next at end exit perform end-read
              move clo-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close closures.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output closures.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-closures not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to clo-rec
              write clo-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close closures scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input closures.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-closures = "00"
              perform until 1 = 2
                 read closures next at end exit perform end-read
                 move clo-data to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close closures
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-WOMHIST.
           move 18239 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input womhist with lock.
           if status-womhist not = "00"
              move status-womhist to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read womhist next at end exit perform end-read
              move wmh-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close womhist.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output womhist.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-womhist not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to wmh-rec
              write wmh-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close womhist scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input womhist.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-womhist = "00"
              perform until 1 = 2
                 read womhist next at end exit perform end-read
                 move wmh-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close womhist
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PRTJRN.
           move 869 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input prtjrn with lock.
           if status-prtjrn not = "00"
              move status-prtjrn to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read prtjrn next at end exit perform end-read
              move prj-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close prtjrn.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output prtjrn.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-prtjrn not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to prj-rec
              write prj-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close prtjrn scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input prtjrn.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-prtjrn = "00"
              perform until 1 = 2
                 read prtjrn next at end exit perform end-read
                 move prj-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close prtjrn
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-AUDITJRN.
           move 18311 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input auditjrn with lock.
           if status-auditjrn not = "00"
              move status-auditjrn to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read auditjrn next at end exit perform end-read
              move aud-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close auditjrn.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output auditjrn.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-auditjrn not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to aud-rec
              write aud-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close auditjrn scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input auditjrn.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-auditjrn = "00"
              perform until 1 = 2
                 read auditjrn next at end exit perform end-read
                 move aud-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close auditjrn
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MONTHSUM.
           move 106 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input monthsum with lock.
           if status-monthsum not = "00"
              move status-monthsum to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read monthsum next at end exit perform end-read
              move msu-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close monthsum.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output monthsum.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-monthsum not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to msu-rec
              write msu-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close monthsum scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input monthsum.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-monthsum = "00"
              perform until 1 = 2
                 read monthsum next at end exit perform end-read
                 move msu-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close monthsum
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CHAINCKPT.
           move 68 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input chainckpt with lock.
           if status-chainckpt not = "00"
              move status-chainckpt to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read chainckpt next at end exit perform end-read
              move cck-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close chainckpt.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output chainckpt.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-chainckpt not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cck-rec
              write cck-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close chainckpt scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input chainckpt.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-chainckpt = "00"
              perform until 1 = 2
                 read chainckpt next at end exit perform end-read
                 move cck-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close chainckpt
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PAYMENTS.
           move 113 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input payments with lock.
           if status-payments not = "00"
              move status-payments to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read payments next at end exit perform end-read
              move pay-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close payments.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output payments.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-payments not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to pay-rec
              write pay-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close payments scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input payments.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-payments = "00"
              perform until 1 = 2
                 read payments next at end exit perform end-read
                 move pay-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close payments
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PTPACKS.
           move 104 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input ptpacks with lock.
           if status-ptpacks not = "00"
              move status-ptpacks to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read ptpacks next at end exit perform end-read
              move ptk-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close ptpacks.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output ptpacks.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-ptpacks not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ptk-rec
              write ptk-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close ptpacks scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input ptpacks.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-ptpacks = "00"
              perform until 1 = 2
                 read ptpacks next at end exit perform end-read
                 move ptk-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close ptpacks
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PTDIARY.
           move 96 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input ptdiary with lock.
           if status-ptdiary not = "00"
              move status-ptdiary to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read ptdiary next at end exit perform end-read
              move apt-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close ptdiary.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output ptdiary.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-ptdiary not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to apt-rec
              write apt-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close ptdiary scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input ptdiary.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-ptdiary = "00"
              perform until 1 = 2
                 read ptdiary next at end exit perform end-read
                 move apt-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close ptdiary
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-DAYPASS.
           move 147 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input daypass with lock.
           if status-daypass not = "00"
              move status-daypass to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read daypass next at end exit perform end-read
              move dps-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close daypass.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output daypass.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-daypass not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to dps-rec
              write dps-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close daypass scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input daypass.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-daypass = "00"
              perform until 1 = 2
                 read daypass next at end exit perform end-read
                 move dps-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close daypass
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MEDCERTS.
           move 155 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input medcerts with lock.
           if status-medcerts not = "00"
              move status-medcerts to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read medcerts next at end exit perform end-read
              move cer-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close medcerts.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output medcerts.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-medcerts not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cer-rec
              write cer-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close medcerts scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input medcerts.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-medcerts = "00"
              perform until 1 = 2
                 read medcerts next at end exit perform end-read
                 move cer-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close medcerts
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-FREEZES.
           move 154 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input freezes with lock.
           if status-freezes not = "00"
              move status-freezes to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read freezes next at end exit perform end-read
              move frz-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close freezes.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output freezes.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-freezes not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to frz-rec
              write frz-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close freezes scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input freezes.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-freezes = "00"
              perform until 1 = 2
                 read freezes next at end exit perform end-read
                 move frz-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close freezes
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-WAITLIST.
           move 111 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input waitlist with lock.
           if status-waitlist not = "00"
              move status-waitlist to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read waitlist next at end exit perform end-read
              move wtl-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close waitlist.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output waitlist.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-waitlist not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to wtl-rec
              write wtl-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close waitlist scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input waitlist.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-waitlist = "00"
              perform until 1 = 2
                 read waitlist next at end exit perform end-read
                 move wtl-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close waitlist
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CLASSEXC.
           move 138 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input classexc with lock.
           if status-classexc not = "00"
              move status-classexc to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read classexc next at end exit perform end-read
              move cex-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close classexc.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output classexc.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-classexc not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cex-rec
              write cex-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close classexc scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input classexc.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-classexc = "00"
              perform until 1 = 2
                 read classexc next at end exit perform end-read
                 move cex-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close classexc
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CLASSATT.
           move 100 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input classatt with lock.
           if status-classatt not = "00"
              move status-classatt to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read classatt next at end exit perform end-read
              move att-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close classatt.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output classatt.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-classatt not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to att-rec
              write att-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close classatt scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input classatt.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-classatt = "00"
              perform until 1 = 2
                 read classatt next at end exit perform end-read
                 move att-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close classatt
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SHIFTS.
           move 54 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input shifts with lock.
           if status-shifts not = "00"
              move status-shifts to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read shifts next at end exit perform end-read
              move shf-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close shifts.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output shifts.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-shifts not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to shf-rec
              write shf-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close shifts scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input shifts.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-shifts = "00"
              perform until 1 = 2
                 read shifts next at end exit perform end-read
                 move shf-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close shifts
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SESSLOG.
           move 189 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input sesslog with lock.
           if status-sesslog not = "00"
              move status-sesslog to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read sesslog next at end exit perform end-read
              move ses-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close sesslog.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output sesslog.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sesslog not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ses-rec
              write ses-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close sesslog scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input sesslog.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sesslog = "00"
              perform until 1 = 2
                 read sesslog next at end exit perform end-read
                 move ses-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close sesslog
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MESOPLAN.
           move 157 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input mesoplan with lock.
           if status-mesoplan not = "00"
              move status-mesoplan to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read mesoplan next at end exit perform end-read
              move mes-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close mesoplan.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output mesoplan.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-mesoplan not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to mes-rec
              write mes-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close mesoplan scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input mesoplan.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-mesoplan = "00"
              perform until 1 = 2
                 read mesoplan next at end exit perform end-read
                 move mes-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close mesoplan
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SITESUM.
           move 109 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input sitesum with lock.
           if status-sitesum not = "00"
              move status-sitesum to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read sitesum next at end exit perform end-read
              move ssu-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close sitesum.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output sitesum.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sitesum not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ssu-rec
              write ssu-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close sitesum scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input sitesum.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sitesum = "00"
              perform until 1 = 2
                 read sitesum next at end exit perform end-read
                 move ssu-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close sitesum
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-INCIDENTS.
           move 305 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input incidents with lock.
           if status-incidents not = "00"
              move status-incidents to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read incidents next at end exit perform end-read
              move inc-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close incidents.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output incidents.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-incidents not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to inc-rec
              write inc-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close incidents scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input incidents.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-incidents = "00"
              perform until 1 = 2
                 read incidents next at end exit perform end-read
                 move inc-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close incidents
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CLEARANCE.
           move 76 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input clearance with lock.
           if status-clearance not = "00"
              move status-clearance to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read clearance next at end exit perform end-read
              move clr-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close clearance.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output clearance.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-clearance not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to clr-rec
              write clr-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close clearance scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input clearance.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-clearance = "00"
              perform until 1 = 2
                 read clearance next at end exit perform end-read
                 move clr-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close clearance
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-RETPOLICY.
           move 64 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input retpolicy with lock.
           if status-retpolicy not = "00"
              move status-retpolicy to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read retpolicy next at end exit perform end-read
              move rtp-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close retpolicy.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output retpolicy.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-retpolicy not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rtp-rec
              write rtp-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close retpolicy scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input retpolicy.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-retpolicy = "00"
              perform until 1 = 2
                 read retpolicy next at end exit perform end-read
                 move rtp-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close retpolicy
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-COUNTERS.
           move 78 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input counters with lock.
           if status-counters not = "00"
              move status-counters to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read counters next at end exit perform end-read
              move cnt-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close counters.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output counters.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-counters not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cnt-rec
              write cnt-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close counters scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input counters.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-counters = "00"
              perform until 1 = 2
                 read counters next at end exit perform end-read
                 move cnt-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close counters
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CAMPAIGNS.
           move 654 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input campaigns with lock.
           if status-campaigns not = "00"
              move status-campaigns to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read campaigns next at end exit perform end-read
              move cmp-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close campaigns.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output campaigns.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-campaigns not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cmp-rec
              write cmp-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close campaigns scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input campaigns.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-campaigns = "00"
              perform until 1 = 2
                 read campaigns next at end exit perform end-read
                 move cmp-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close campaigns
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MAILLOG.
           move 80 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input maillog with lock.
           if status-maillog not = "00"
              move status-maillog to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read maillog next at end exit perform end-read
              move cml-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close maillog.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output maillog.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-maillog not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cml-rec
              write cml-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close maillog scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input maillog.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-maillog = "00"
              perform until 1 = 2
                 read maillog next at end exit perform end-read
                 move cml-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close maillog
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-GATEREJ.
           move 96 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input gaterej with lock.
           if status-gaterej not = "00"
              move status-gaterej to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read gaterej next at end exit perform end-read
              move grj-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close gaterej.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output gaterej.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-gaterej not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to grj-rec
              write grj-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close gaterej scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input gaterej.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-gaterej = "00"
              perform until 1 = 2
                 read gaterej next at end exit perform end-read
                 move grj-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close gaterej
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-REPSCHED.
           move 164 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input repsched with lock.
           if status-repsched not = "00"
              move status-repsched to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read repsched next at end exit perform end-read
              move rsc-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close repsched.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output repsched.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-repsched not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rsc-rec
              write rsc-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close repsched scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input repsched.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-repsched = "00"
              perform until 1 = 2
                 read repsched next at end exit perform end-read
                 move rsc-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close repsched
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PLANS.
           move 262 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input plans with lock.
           if status-plans not = "00"
              move status-plans to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read plans next at end exit perform end-read
              move pln-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close plans.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output plans.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-plans not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to pln-rec
              write pln-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close plans scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input plans.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-plans = "00"
              perform until 1 = 2
                 read plans next at end exit perform end-read
                 move pln-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close plans
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CASHUP.
           move 215 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input cashup with lock.
           if status-cashup not = "00"
              move status-cashup to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read cashup next at end exit perform end-read
              move csh-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close cashup.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output cashup.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-cashup not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to csh-rec
              write csh-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close cashup scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input cashup.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-cashup = "00"
              perform until 1 = 2
                 read cashup next at end exit perform end-read
                 move csh-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close cashup
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-RECEIPTS.
           move 351 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input receipts with lock.
           if status-receipts not = "00"
              move status-receipts to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read receipts next at end exit perform end-read
              move rcp-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close receipts.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output receipts.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-receipts not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rcp-rec
              write rcp-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close receipts scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input receipts.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-receipts = "00"
              perform until 1 = 2
                 read receipts next at end exit perform end-read
                 move rcp-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close receipts
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MANDATES.
           move 305 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input mandates with lock.
           if status-mandates not = "00"
              move status-mandates to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read mandates next at end exit perform end-read
              move mnd-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close mandates.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output mandates.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-mandates not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to mnd-rec
              write mnd-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close mandates scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input mandates.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-mandates = "00"
              perform until 1 = 2
                 read mandates next at end exit perform end-read
                 move mnd-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close mandates
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-DUNNING.
           move 240 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input dunning with lock.
           if status-dunning not = "00"
              move status-dunning to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read dunning next at end exit perform end-read
              move dun-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close dunning.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output dunning.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-dunning not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to dun-rec
              write dun-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close dunning scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input dunning.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-dunning = "00"
              perform until 1 = 2
                 read dunning next at end exit perform end-read
                 move dun-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close dunning
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CONTIMAP.
           move 179 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input contimap with lock.
           if status-contimap not = "00"
              move status-contimap to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read contimap next at end exit perform end-read
              move ctm-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close contimap.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output contimap.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-contimap not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ctm-rec
              write ctm-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close contimap scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input contimap.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-contimap = "00"
              perform until 1 = 2
                 read contimap next at end exit perform end-read
                 move ctm-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close contimap
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-DISDETTE.
           move 317 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input disdette with lock.
           if status-disdette not = "00"
              move status-disdette to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read disdette next at end exit perform end-read
              move dsd-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close disdette.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output disdette.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-disdette not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to dsd-rec
              write dsd-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close disdette scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input disdette.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-disdette = "00"
              perform until 1 = 2
                 read disdette next at end exit perform end-read
                 move dsd-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close disdette
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-FUORIFASCIA.
           move 121 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input fuorifascia with lock.
           if status-fuorifascia not = "00"
              move status-fuorifascia to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read fuorifascia next at end exit perform end-read
              move ffa-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close fuorifascia.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output fuorifascia.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fuorifascia not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ffa-rec
              write ffa-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close fuorifascia scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input fuorifascia.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fuorifascia = "00"
              perform until 1 = 2
                 read fuorifascia next at end exit perform end-read
                 move ffa-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close fuorifascia
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-AZIENDE.
           move 330 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input aziende with lock.
           if status-aziende not = "00"
              move status-aziende to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read aziende next at end exit perform end-read
              move azi-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close aziende.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output aziende.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-aziende not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to azi-rec
              write azi-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close aziende scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input aziende.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-aziende = "00"
              perform until 1 = 2
                 read aziende next at end exit perform end-read
                 move azi-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close aziende
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-AZISCAD.
           move 127 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input aziscad with lock.
           if status-aziscad not = "00"
              move status-aziscad to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read aziscad next at end exit perform end-read
              move azs-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close aziscad.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output aziscad.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-aziscad not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to azs-rec
              write azs-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close aziscad scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input aziscad.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-aziscad = "00"
              perform until 1 = 2
                 read aziscad next at end exit perform end-read
                 move azs-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close aziscad
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-TUTORI.
           move 353 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input tutori with lock.
           if status-tutori not = "00"
              move status-tutori to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read tutori next at end exit perform end-read
              move tut-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close tutori.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output tutori.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-tutori not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to tut-rec
              write tut-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close tutori scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input tutori.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-tutori = "00"
              perform until 1 = 2
                 read tutori next at end exit perform end-read
                 move tut-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close tutori
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-CONSENSI.
           move 177 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input consensi with lock.
           if status-consensi not = "00"
              move status-consensi to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read consensi next at end exit perform end-read
              move cns-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close consensi.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output consensi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-consensi not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to cns-rec
              write cns-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close consensi scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input consensi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-consensi = "00"
              perform until 1 = 2
                 read consensi next at end exit perform end-read
                 move cns-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close consensi
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-ARMADIETTI.
           move 155 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input armadietti with lock.
           if status-armadietti not = "00"
              move status-armadietti to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read armadietti next at end exit perform end-read
              move arm-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close armadietti.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output armadietti.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-armadietti not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to arm-rec
              write arm-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close armadietti scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input armadietti.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-armadietti = "00"
              perform until 1 = 2
                 read armadietti next at end exit perform end-read
                 move arm-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close armadietti
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-ARMASSEGN.
           move 163 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input armassegn with lock.
           if status-armassegn not = "00"
              move status-armassegn to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read armassegn next at end exit perform end-read
              move asg-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close armassegn.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output armassegn.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-armassegn not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to asg-rec
              write asg-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close armassegn scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input armassegn.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-armassegn = "00"
              perform until 1 = 2
                 read armassegn next at end exit perform end-read
                 move asg-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close armassegn
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-ARTICOLI.
           move 203 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input articoli with lock.
           if status-articoli not = "00"
              move status-articoli to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read articoli next at end exit perform end-read
              move art-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close articoli.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output articoli.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-articoli not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to art-rec
              write art-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close articoli scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input articoli.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-articoli = "00"
              perform until 1 = 2
                 read articoli next at end exit perform end-read
                 move art-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close articoli
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-MOVMAG.
           move 146 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input movmag with lock.
           if status-movmag not = "00"
              move status-movmag to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read movmag next at end exit perform end-read
              move mvm-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close movmag.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output movmag.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-movmag not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to mvm-rec
              write mvm-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close movmag scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input movmag.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-movmag = "00"
              perform until 1 = 2
                 read movmag next at end exit perform end-read
                 move mvm-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close movmag
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-VENDITE.
           move 189 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input vendite with lock.
           if status-vendite not = "00"
              move status-vendite to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read vendite next at end exit perform end-read
              move ven-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close vendite.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output vendite.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-vendite not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ven-rec
              write ven-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close vendite scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input vendite.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-vendite = "00"
              perform until 1 = 2
                 read vendite next at end exit perform end-read
                 move ven-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close vendite
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-OPERATORI.
           move 211 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input operatori with lock.
           if status-operatori not = "00"
              move status-operatori to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read operatori next at end exit perform end-read
              move opr-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close operatori.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output operatori.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-operatori not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to opr-rec
              write opr-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close operatori scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input operatori.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-operatori = "00"
              perform until 1 = 2
                 read operatori next at end exit perform end-read
                 move opr-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close operatori
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PERMESSI.
           move 129 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input permessi with lock.
           if status-permessi not = "00"
              move status-permessi to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read permessi next at end exit perform end-read
              move pms-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close permessi.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output permessi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-permessi not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to pms-rec
              write pms-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close permessi scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input permessi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-permessi = "00"
              perform until 1 = 2
                 read permessi next at end exit perform end-read
                 move pms-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close permessi
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-ACCESSI.
           move 123 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input accessi with lock.
           if status-accessi not = "00"
              move status-accessi to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read accessi next at end exit perform end-read
              move acl-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close accessi.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output accessi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-accessi not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to acl-rec
              write acl-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close accessi scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input accessi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-accessi = "00"
              perform until 1 = 2
                 read accessi next at end exit perform end-read
                 move acl-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close accessi
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-QUALIFICHE.
           move 145 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input qualifiche with lock.
           if status-qualifiche not = "00"
              move status-qualifiche to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read qualifiche next at end exit perform end-read
              move qlf-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close qualifiche.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output qualifiche.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-qualifiche not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to qlf-rec
              write qlf-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close qualifiche scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input qualifiche.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-qualifiche = "00"
              perform until 1 = 2
                 read qualifiche next at end exit perform end-read
                 move qlf-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close qualifiche
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-REQUISITI.
           move 70 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input requisiti with lock.
           if status-requisiti not = "00"
              move status-requisiti to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read requisiti next at end exit perform end-read
              move rqs-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close requisiti.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output requisiti.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-requisiti not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rqs-rec
              write rqs-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close requisiti scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input requisiti.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-requisiti = "00"
              perform until 1 = 2
                 read requisiti next at end exit perform end-read
                 move rqs-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close requisiti
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-TIMBRATURE.
           move 99 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input timbrature with lock.
           if status-timbrature not = "00"
              move status-timbrature to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read timbrature next at end exit perform end-read
              move tmb-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close timbrature.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output timbrature.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-timbrature not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to tmb-rec
              write tmb-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close timbrature scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input timbrature.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-timbrature = "00"
              perform until 1 = 2
                 read timbrature next at end exit perform end-read
                 move tmb-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close timbrature
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-OREMESE.
           move 80 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input oremese with lock.
           if status-oremese not = "00"
              move status-oremese to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read oremese next at end exit perform end-read
              move orm-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close oremese.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output oremese.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-oremese not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to orm-rec
              write orm-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close oremese scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input oremese.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-oremese = "00"
              perform until 1 = 2
                 read oremese next at end exit perform end-read
                 move orm-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close oremese
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-INTERVENTI.
           move 302 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input interventi with lock.
           if status-interventi not = "00"
              move status-interventi to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read interventi next at end exit perform end-read
              move itv-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close interventi.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output interventi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-interventi not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to itv-rec
              write itv-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close interventi scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input interventi.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-interventi = "00"
              perform until 1 = 2
                 read interventi next at end exit perform end-read
                 move itv-numero to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close interventi
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-PRENSTAZ.
           move 112 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input prenstaz with lock.
           if status-prenstaz not = "00"
              move status-prenstaz to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read prenstaz next at end exit perform end-read
              move pst-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close prenstaz.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output prenstaz.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-prenstaz not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to pst-rec
              write pst-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close prenstaz scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input prenstaz.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-prenstaz = "00"
              perform until 1 = 2
                 read prenstaz next at end exit perform end-read
                 move pst-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close prenstaz
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-RIENTRI.
           move 363 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input rientri with lock.
           if status-rientri not = "00"
              move status-rientri to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read rientri next at end exit perform end-read
              move rie-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close rientri.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output rientri.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-rientri not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rie-rec
              write rie-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close rientri scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input rientri.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-rientri = "00"
              perform until 1 = 2
                 read rientri next at end exit perform end-read
                 move rie-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close rientri
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-FITTEST.
           move 107 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input fittest with lock.
           if status-fittest not = "00"
              move status-fittest to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read fittest next at end exit perform end-read
              move ftt-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close fittest.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output fittest.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fittest not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ftt-rec
              write ftt-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close fittest scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input fittest.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fittest = "00"
              perform until 1 = 2
                 read fittest next at end exit perform end-read
                 move ftt-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close fittest
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-FITNORME.
           move 58 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input fitnorme with lock.
           if status-fitnorme not = "00"
              move status-fitnorme to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read fitnorme next at end exit perform end-read
              move fno-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close fitnorme.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output fitnorme.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fitnorme not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to fno-rec
              write fno-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close fitnorme scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input fitnorme.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fitnorme = "00"
              perform until 1 = 2
                 read fitnorme next at end exit perform end-read
                 move fno-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close fitnorme
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-FITRES.
           move 111 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input fitres with lock.
           if status-fitres not = "00"
              move status-fitres to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read fitres next at end exit perform end-read
              move ftr-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close fitres.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output fitres.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fitres not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to ftr-rec
              write ftr-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close fitres scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input fitres.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-fitres = "00"
              perform until 1 = 2
                 read fitres next at end exit perform end-read
                 move ftr-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close fitres
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SFIDE.
           move 162 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input sfide with lock.
           if status-sfide not = "00"
              move status-sfide to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read sfide next at end exit perform end-read
              move sfd-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close sfide.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output sfide.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sfide not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to sfd-rec
              write sfd-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close sfide scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input sfide.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sfide = "00"
              perform until 1 = 2
                 read sfide next at end exit perform end-read
                 move sfd-code to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close sfide
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-SFIDEISC.
           move 164 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input sfideisc with lock.
           if status-sfideisc not = "00"
              move status-sfideisc to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read sfideisc next at end exit perform end-read
              move sfi-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close sfideisc.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output sfideisc.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sfideisc not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to sfi-rec
              write sfi-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close sfideisc scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input sfideisc.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-sfideisc = "00"
              perform until 1 = 2
                 read sfideisc next at end exit perform end-read
                 move sfi-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close sfideisc
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-REMINDERS.
           move 112 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input reminders with lock.
           if status-reminders not = "00"
              move status-reminders to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read reminders next at end exit perform end-read
              move rmd-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close reminders.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output reminders.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-reminders not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to rmd-rec
              write rmd-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close reminders scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input reminders.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-reminders = "00"
              perform until 1 = 2
                 read reminders next at end exit perform end-read
                 move rmd-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close reminders
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-OSPITI.
           move 192 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input ospiti with lock.
           if status-ospiti not = "00"
              move status-ospiti to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read ospiti next at end exit perform end-read
              move osp-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close ospiti.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output ospiti.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-ospiti not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to osp-rec
              write osp-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close ospiti scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input ospiti.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-ospiti = "00"
              perform until 1 = 2
                 read ospiti next at end exit perform end-read
                 move osp-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close ospiti
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       RIORG-VISITE.
           move 193 to lunghezza-scarico.
           perform INIZIO-RIORG.
           if not riorg-possibile
              exit paragraph
           end-if.
           open input visite with lock.
           if status-visite not = "00"
              move status-visite to status-scarico
              perform ARCHIVIO-NON-APERTO
              exit paragraph
           end-if.
           perform until 1 = 2
              read visite next at end exit perform end-read
              move vis-rec to scr-rec
              perform SCARICA-RECORD
           end-perform.
           close visite.

           perform RIAPRI-SCARICO.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open output visite.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-visite not = "00"
              perform COPIA-NON-CREATA
              exit paragraph
           end-if.
           perform until 1 = 2
              read scarico next at end exit perform end-read
              move scr-rec to vis-rec
              write vis-rec
                    invalid add 1 to conta-scarti
                not invalid add 1 to conta-copia
              end-write
           end-perform.
           close visite scarico.

           perform INIZIO-VERIFICA.
           set environment "FILE_PREFIX" to cartella-lavoro.
           open input visite.
           set environment "FILE_PREFIX" to prefix-originale.
           if status-visite = "00"
              perform until 1 = 2
                 read visite next at end exit perform end-read
                 move vis-key to chiave-corrente
                 perform CONTROLLA-SEQUENZA
              end-perform
              close visite
           else
              set sequenza-ok to false
           end-if.
           perform SOSTITUISCI-ARCHIVIO.

      ***---
       INIZIO-RIORG.
           move 0 to conta-prima conta-copia conta-dopo conta-scarti.
           move 0 to dim-prima dim-dopo.
           move spaces to esito-riorg.
           set riorg-possibile to false.
           initialize file-info.
           call "C$FILEINFO" using nome-file-corrente, file-info
                            giving como-esito.
           if como-esito not = 0
      *       Archivio mai creato: niente da riorganizzare.
              move "ASSENTE" to esito-riorg
              add 1 to num-saltati
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.
           move file-info      to file-info-prima.
           move file-info-size to dim-prima.
           open output scarico.
           if status-scarico not = "00"
              move "NO SCARICO" to esito-riorg
              add 1 to num-falliti
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.
           set riorg-possibile to true.

      ***---
       ARCHIVIO-NON-APERTO.
      *    Qualcuno lo tiene aperto (l'esclusiva non e' concessa):
      *    l'archivio si salta, gli altri si fanno lo stesso.
           close scarico.
           move "IN USO" to esito-riorg.
           add 1 to num-saltati.
           perform SCRIVI-ESITO-RIORG.

      ***---
       SCARICA-RECORD.
           write scr-rec.
           add 1 to conta-prima.

      ***---
       RIAPRI-SCARICO.
           close scarico.
           open input scarico.

      ***---
       COPIA-NON-CREATA.
           close scarico.
           move "NO COPIA" to esito-riorg.
           add 1 to num-falliti.
           perform SCRIVI-ESITO-RIORG.

      ***---
       INIZIO-VERIFICA.
           move 0 to conta-dopo.
           set sequenza-ok to true.
           move low-value to chiave-precedente.

      ***---
       CONTROLLA-SEQUENZA.
           add 1 to conta-dopo.
           if chiave-corrente not > chiave-precedente
              set sequenza-ok to false
           end-if.
           move chiave-corrente to chiave-precedente.

      ***---
       SOSTITUISCI-ARCHIVIO.
      *    La copia entra solo se ha tutti i record dell'originale in
      *    sequenza di chiave, e se l'originale non e' cambiato da
      *    quando e' stato scaricato.
           if conta-copia not = conta-prima
           or conta-dopo  not = conta-prima
              move "DIFF" to esito-riorg
              add 1 to num-falliti
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.
           if not sequenza-ok
              move "SEQUENZA" to esito-riorg
              add 1 to num-falliti
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.
           initialize file-info.
           call "C$FILEINFO" using nome-file-corrente, file-info
                            giving como-esito.
           if file-info not = file-info-prima
              move "CAMBIATO" to esito-riorg
              add 1 to num-saltati
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.

           initialize path-copia path-vecchio.
           string cartella-lavoro    delimited space
                  "\"                delimited size
                  nome-file-corrente delimited space
             into path-copia
           end-string.
           string cartella-lavoro    delimited space
                  "\"                delimited size
                  nome-file-corrente delimited space
                  ".old"             delimited size
             into path-vecchio
           end-string.
           call "C$COPY" using nome-file-corrente, path-vecchio, "S"
                        giving como-esito.
           if como-esito not = 0
              move "NO OLD" to esito-riorg
              add 1 to num-falliti
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.
           call "C$COPY" using path-copia, nome-file-corrente, "S"
                        giving como-esito.
           if como-esito not = 0
      *       Scambio a meta': si rimette l'originale salvato.
              call "C$COPY" using path-vecchio, nome-file-corrente,
                                  "S"
              move "NO SCAMBIO" to esito-riorg
              add 1 to num-falliti
              perform SCRIVI-ESITO-RIORG
              exit paragraph
           end-if.
           call "C$DELETE" using path-copia, "I".

           initialize file-info.
           call "C$FILEINFO" using nome-file-corrente, file-info
                            giving como-esito.
           if como-esito = 0
              move file-info-size to dim-dopo
           end-if.
           perform SCRIVI-FILESTATS.
           move "OK" to esito-riorg.
           add 1 to num-riorganizzati.
           perform SCRIVI-ESITO-RIORG.

      ***---
       SCRIVI-FILESTATS.
      *    Riga del giorno: se snapfiles l'ha gia' scritta si aggiorna,
      *    altrimenti la scrive qui e snapfiles la ritrovera'.
           move oggi               to fst-data.
           move nome-file-corrente to fst-nome-file.
           read filestats
                invalid    set riga-esistente to false
               not invalid set riga-esistente to true
           end-read.
           move oggi               to fst-data.
           move nome-file-corrente to fst-nome-file.
           move conta-dopo         to fst-record-count.
           move dim-dopo           to fst-dimensione.
           move dim-prima          to fst-dim-pre-riorg.
           if riga-esistente
              rewrite fst-rec
           else
              write fst-rec invalid continue end-write
           end-if.

      ***---
       SCRIVI-ESITO-RIORG.
           move nome-file-corrente to rlg-nome-file.
           move conta-prima        to rlg-conta-prima.
           move conta-dopo         to rlg-conta-dopo.
           move dim-prima          to rlg-dim-prima.
           move dim-dopo           to rlg-dim-dopo.
           move esito-riorg        to rlg-esito.
           write rlg-rec.

      ***---
       SCRIVI-CONVLOG.
           open extend convlog.
           if status-convlog = "35"
              open output convlog
           end-if.
           move "riorg-files"     to clg-programma.
           accept clg-data        from century-date.
           accept clg-ora         from time.
           compute clg-letti = num-riorganizzati + num-saltati
                             + num-falliti.
           move num-riorganizzati to clg-scritti.
           move num-falliti       to clg-scartati.
           write clg-rec.
           close convlog.
