       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      mrg-athletes.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Fusione di due codici atleta della stessa persona (doppioni
      *    segnalati da st-doppioni): tutto quello che sta sul codice
      *    fuso passa al codice superstite, cosi' sedute, ingressi e
      *    pagamenti smettono di essere spezzati in due. Archivi
      *    toccati:
      *    - col codice in testa alla chiave: RWODBOOK e lo storico,
      *      TWODBOOK, SESSLOG, SUBSCRIPTIONS, PAYMENTS, DUNNING,
      *      DISDETTE, FREEZES, AZISCAD, MANDATES, PTPACKS, MEASURES,
      *      GOALS, MESOPLAN, CLEARANCE, MEDCERTS, MEDLIMITS, CONSENSI,
      *      TUTORI, MONTHSUM, RIENTRI e FITRES;
      *    - col codice in coda alla chiave: CHECKIN, ENROLMENTS,
      *      CLASSATT, FUORIFASCIA, INCIDENTS, MAILLOG, SFIDEISC e
      *      REMINDERS;
      *    in questi la riga si cancella e si riscrive sotto il codice
      *    superstite;
      *    - col codice fuori chiave: ARMASSEGN, BADGES, PRENSTAZ,
      *      PRTJRN, PTDIARY, RECEIPTS (anche nel riferimento alla
      *      rata o al pacchetto), VENDITE, WAITLIST e il riferimento
      *      all'incidente di INTERVENTI: la riga si riscrive sul
      *      posto.
      *    Se il superstite ha gia' una riga con la stessa chiave
      *    (collisione) non si sovrascrive niente: si chiede
      *    all'operatore. Di norma "Si'" elimina la riga del codice
      *    fuso e "No" la lascia dov'e'; nel registro serie "Si'" la
      *    sposta sul primo slot libero della giornata e in MONTHSUM
      *    somma i totali del mese. Le righe lasciate restano in
      *    stampa e si possono riprendere rilanciando la fusione.
      *    Alla fine il record del codice fuso in ATHLETES e' marcato
      *    "F" con ath-fuso-in = superstite (il modello di scheda
      *    passa al superstite se non ne ha uno).
      *    Senza la conferma "S" in linkage il lancio e' una
      *    SIMULAZIONE: stampa riga per riga cosa cambierebbe e le
      *    collisioni, non chiede e non tocca niente. Con la conferma
      *    scrive le modifiche, ognuna con immagini prima/dopo nel
      *    giornale AUDITJRN. Funzione riservata (accesso).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "athletes.sl".
       copy "wodmap.sl".
       copy "rwodbook.sl".
       copy "rwodbook-storico.sl".
       copy "twodbook.sl".
       copy "sesslog.sl".
       copy "subscriptions.sl".
       copy "payments.sl".
       copy "dunning.sl".
       copy "disdette.sl".
       copy "freezes.sl".
       copy "aziscad.sl".
       copy "mandates.sl".
       copy "ptpacks.sl".
       copy "measures.sl".
       copy "goals.sl".
       copy "mesoplan.sl".
       copy "clearance.sl".
       copy "medcerts.sl".
       copy "medlimits.sl".
       copy "consensi.sl".
       copy "tutori.sl".
       copy "monthsum.sl".
       copy "checkin.sl".
       copy "enrolments.sl".
       copy "classatt.sl".
       copy "fuorifascia.sl".
       copy "incidents.sl".
       copy "maillog.sl".
       copy "armassegn.sl".
       copy "badges.sl".
       copy "prenstaz.sl".
       copy "prtjrn.sl".
       copy "ptdiary.sl".
       copy "receipts.sl".
       copy "vendite.sl".
       copy "waitlist.sl".
       copy "interventi.sl".
       copy "rientri.sl".
       copy "fitres.sl".
       copy "sfideisc.sl".
       copy "reminders.sl".
       copy "auditjrn.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "athletes.fd".
       copy "wodmap.fd".
       copy "rwodbook.fd".
       copy "rwodbook-storico.fd".
       copy "twodbook.fd".
       copy "sesslog.fd".
       copy "subscriptions.fd".
       copy "payments.fd".
       copy "dunning.fd".
       copy "disdette.fd".
       copy "freezes.fd".
       copy "aziscad.fd".
       copy "mandates.fd".
       copy "ptpacks.fd".
       copy "measures.fd".
       copy "goals.fd".
       copy "mesoplan.fd".
       copy "clearance.fd".
       copy "medcerts.fd".
       copy "medlimits.fd".
       copy "consensi.fd".
       copy "tutori.fd".
       copy "monthsum.fd".
       copy "checkin.fd".
       copy "enrolments.fd".
       copy "classatt.fd".
       copy "fuorifascia.fd".
       copy "incidents.fd".
       copy "maillog.fd".
       copy "armassegn.fd".
       copy "badges.fd".
       copy "prenstaz.fd".
       copy "prtjrn.fd".
       copy "ptdiary.fd".
       copy "receipts.fd".
       copy "vendite.fd".
       copy "waitlist.fd".
       copy "interventi.fd".
       copy "rientri.fd".
       copy "fitres.fd".
       copy "sfideisc.fd".
       copy "reminders.fd".
       copy "auditjrn.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "acucobol.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "accesso.lks".

       77  status-athletes         pic xx.
       77  status-wodmap           pic xx.
       77  status-rwodbook         pic xx.
       77  status-rwodbook-storico pic xx.
       77  status-twodbook         pic xx.
       77  status-sesslog          pic xx.
       77  status-subscriptions    pic xx.
       77  status-payments         pic xx.
       77  status-dunning          pic xx.
       77  status-disdette         pic xx.
       77  status-freezes          pic xx.
       77  status-aziscad          pic xx.
       77  status-mandates         pic xx.
       77  status-ptpacks          pic xx.
       77  status-measures         pic xx.
       77  status-goals            pic xx.
       77  status-mesoplan         pic xx.
       77  status-clearance        pic xx.
       77  status-medcerts         pic xx.
       77  status-medlimits        pic xx.
       77  status-consensi         pic xx.
       77  status-tutori           pic xx.
       77  status-monthsum         pic xx.
       77  status-checkin          pic xx.
       77  status-enrolments       pic xx.
       77  status-classatt         pic xx.
       77  status-fuorifascia      pic xx.
       77  status-incidents        pic xx.
       77  status-maillog          pic xx.
       77  status-armassegn        pic xx.
       77  status-badges           pic xx.
       77  status-prenstaz         pic xx.
       77  status-prtjrn           pic xx.
       77  status-ptdiary          pic xx.
       77  status-receipts         pic xx.
       77  status-vendite          pic xx.
       77  status-waitlist         pic xx.
       77  status-interventi       pic xx.
       77  status-rientri          pic xx.
       77  status-fitres           pic xx.
       77  status-sfideisc         pic xx.
       77  status-reminders        pic xx.
       77  status-auditjrn         pic xx.

      * COSTANTI
       78  titolo                value "Fusione codici atleta".
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
       77  filler                pic 9.
           88 nuovo-presente     value 1 false 0.

      * COSA FARE DELLA RIGA DEL CODICE FUSO
       77  azione                pic x.
           88 azione-sposta      value "S".
           88 azione-elimina     value "E".
           88 azione-lascia      value "L".
           88 azione-nuovo-slot  value "N".
           88 azione-somma       value "T".
       77  risposta              pic 9.

       01  codice-fuso           pic 9(18).
       01  codice-fuso-x redefines codice-fuso
                                 pic x(18).
       01  codice-superstite     pic 9(18).
       01  codice-superstite-x redefines codice-superstite
                                 pic x(18).
       77  nominativo-fuso       pic x(50).
       77  nominativo-superstite pic x(50).
       77  wom-fuso              pic 9(3).
       77  esito-lancio          pic x(60).
       77  domanda               pic x(300).
       77  ix-spazi              pic 99.
       77  ix-domanda            pic 9(3).

      * POSIZIONE DEI GIRI DI LETTURA: ogni riga toccata cambia
      * chiave, quindi il giro riparte con una START oltre l'ultima
      * chiave letta (come in mrg-exercises).
       77  ultima-chiave         pic x(40).

      * REGISTRO SERIE: primo slot libero del superstite nel giorno
       77  slot-libero           pic 99.
       77  ix-slot               pic 9(3).
       77  giorno-slot           pic 9(8).

      * CONTATORI
       77  num-archivio          pic 9(7).
       77  num-totale            pic 9(7) value 0.
       77  num-collisioni        pic 9(7) value 0.
       77  num-lasciate          pic 9(7) value 0.

      * GIORNALE DELLE MODIFICHE (AUDITJRN)
       77  chiave-prima          pic x(28).
       77  chiave-dopo           pic x(28).
       77  immagine-prima        pic x(18200).
       77  immagine-dopo         pic x(18200).
       77  motivo-audit          pic x(30).

      * MONTHSUM: riga del codice fuso da sommare a quella del
      * superstite
       01  wk-msu-rec.
           05 wk-msu-key         pic x(29).
           05 wk-msu-righe       pic 9(6).
           05 wk-msu-serie       pic 9(6).
           05 wk-msu-rep-totali  pic 9(7).
           05 wk-msu-volume      pic 9(9)v99.
           05 wk-msu-best-1rm    pic 9(5)v99.
           05 filler             pic x(40).

      * INCIDENTE SPOSTATO, per riagganciare gli ordini di INTERVENTI
       01  wk-inc-key.
           05 wk-inc-data        pic 9(8).
           05 wk-inc-ora         pic 9(8).
           05 wk-inc-ath-code    pic 9(18).

       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.
       01  como-ora-calcolo.
           05 como-ora-hh        pic 99.
           05 como-ora-mi        pic 99.
           05 filler             pic 9(4).

      * RIGHE DI STAMPA
       01  r-titolo              pic x(150).
       01  r-riga                pic x(250).
       01  r-archivio            pic x(18).
       01  r-chiave              pic x(100).
       01  r-azione              pic x(80).
       01  r-data-disp.
           05 r-data-gg          pic 99.
           05 filler             pic x value "/".
           05 r-data-mese        pic 99.
           05 filler             pic x value "/".
           05 r-data-anno        pic 9(4).
       01  r-ora-disp.
           05 r-ora-hh           pic 99.
           05 filler             pic x value ":".
           05 r-ora-mi           pic 99.
       01  r-code-disp           pic z(17)9.
       01  r-fuso-disp           pic x(18).
       01  r-superstite-disp     pic x(18).
       01  r-num-disp            pic z(6)9.
       01  r-num-coll            pic z(6)9.
       01  r-num-lasc            pic z(6)9.

       LINKAGE SECTION.
      *    Codice da fondere (sparisce) e codice che resta.
       77  link-ath-fuso         pic 9(18).
       77  link-ath-superstite   pic 9(18).
      *    "S": le modifiche si scrivono davvero; altrimenti
      *    simulazione, solo stampa.
       77  link-conferma         pic x.
           88 link-applica           value "S".
       77  link-status           signed-short.
       77  link-stampante        pic x(200).
       77  link-export-mode      pic x.
           88 link-stampa-file       value "F".
       77  link-export-path      pic x(256).
       77  link-modo-anteprima   pic x.
           88 link-anteprima         value "A".

      ******************************************************************
       PROCEDURE DIVISION using link-ath-fuso link-ath-superstite
                                 link-conferma link-status
                                 link-stampante link-export-mode
                                 link-export-path link-modo-anteprima.

      ***---
       MAIN-PRG.
           perform INIT.
           if tutto-ok
              perform APRI-FILES
           end-if.
           if tutto-ok
              perform CONTROLLA-CODICI
              if tutto-ok
                 perform STAMPA
              end-if
              perform CHIUDI-FILES
           end-if.
           if errori
              move -1 to link-status
              display message esito-lancio
                        title "Fusione codici atleta"
                         icon mb-warning-icon
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to link-status.
           move spaces to esito-lancio.
           move link-ath-fuso       to codice-fuso.
           move link-ath-superstite to codice-superstite.

      *    Funzione riservata: di default solo manager e admin.
           move spaces          to acc-funzione.
           set acc-controllo    to true.
           move "mrg-athletes"  to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".
           if acc-negato
              set errori to true
              move "Operatore non abilitato alla fusione"
                to esito-lancio
              exit paragraph
           end-if.

      *    Codici senza gli zeri in testa, per stampa e motivo.
           move codice-fuso to r-code-disp.
           move 0 to ix-spazi.
           inspect r-code-disp tallying ix-spazi for leading spaces.
           move r-code-disp(ix-spazi + 1:) to r-fuso-disp.
           move codice-superstite to r-code-disp.
           move 0 to ix-spazi.
           inspect r-code-disp tallying ix-spazi for leading spaces.
           move r-code-disp(ix-spazi + 1:) to r-superstite-disp.

           initialize motivo-audit.
           string "FUSIONE "         delimited size
                  r-fuso-disp        delimited space
                  " > "              delimited size
                  r-superstite-disp  delimited space
             into motivo-audit
           end-string.

      ***---
       APRI-FILES.
           open i-o athletes.
           if status-athletes not = "00" and not = "05"
              set errori to true
              move "Anagrafica atleti non disponibile"
                to esito-lancio
              exit paragraph
           end-if.
      *    Gli archivi mai creati su un impianto giovane si saltano.
           open i-o wodmap rwodbook rwodbook-storico twodbook sesslog
                    subscriptions payments dunning disdette freezes
                    aziscad mandates ptpacks measures goals mesoplan
                    clearance medcerts medlimits consensi tutori
                    monthsum checkin enrolments classatt fuorifascia
                    incidents maillog armassegn badges prenstaz prtjrn
                    ptdiary receipts vendite waitlist interventi
                    rientri fitres sfideisc reminders.
           if link-applica
              open i-o auditjrn
              if status-auditjrn = "35"
                 open output auditjrn
                 close auditjrn
                 open i-o auditjrn
              end-if
           end-if.

      ***---
       CONTROLLA-CODICI.
           if codice-fuso = 0 or codice-superstite = 0
           or codice-fuso = codice-superstite
              set errori to true
              move "Indicare due codici atleta diversi"
                to esito-lancio
              exit paragraph
           end-if.
           move codice-superstite to ath-code.
           read athletes no lock
                invalid
                   set errori to true
                   move "Codice superstite inesistente" to esito-lancio
                   exit paragraph
           end-read.
           if ath-fuso or ath-anonimizzato
              set errori to true
              move "Codice superstite gia' fuso o anonimizzato"
                to esito-lancio
              exit paragraph
           end-if.
           perform COMPONI-NOMINATIVO.
           move r-chiave to nominativo-superstite.
           move codice-fuso to ath-code.
           read athletes no lock
                invalid
                   set errori to true
                   move "Codice da fondere inesistente" to esito-lancio
                   exit paragraph
           end-read.
           if ath-anonimizzato
              set errori to true
              move "Codice da fondere anonimizzato" to esito-lancio
              exit paragraph
           end-if.
      *    Un codice gia' fuso si puo' rilanciare verso lo stesso
      *    superstite (righe lasciate alle collisioni o arrivate
      *    dopo), non verso un terzo codice.
           if ath-fuso
           and ath-fuso-in not = codice-superstite
              set errori to true
              move "Codice da fondere gia' fuso in un altro codice"
                to esito-lancio
              exit paragraph
           end-if.
           perform COMPONI-NOMINATIVO.
           move r-chiave to nominativo-fuso.

      ***---
       COMPONI-NOMINATIVO.
           initialize r-chiave.
           string ath-cognome delimited "  "
                  " "         delimited size
                  ath-nome    delimited "  "
             into r-chiave
           end-string.

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
              initialize r-titolo
              if link-applica
                 string titolo             delimited size
                        " "                delimited size
                        r-fuso-disp        delimited space
                        " > "              delimited size
                        r-superstite-disp  delimited space
                        " - ESECUZIONE"    delimited size
                   into r-titolo
                 end-string
              else
                 string titolo             delimited size
                        " "                delimited size
                        r-fuso-disp        delimited space
                        " > "              delimited size
                        r-superstite-disp  delimited space
                        " - SIMULAZIONE, nessuna modifica scritta"
                                           delimited size
                   into r-titolo
                 end-string
              end-if
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,5 to spl-riga
              initialize r-riga
              string "Codice fuso: "       delimited size
                     r-fuso-disp           delimited space
                     " "                   delimited size
                     nominativo-fuso       delimited "  "
                     "   -   superstite: " delimited size
                     r-superstite-disp     delimited space
                     " "                   delimited size
                     nominativo-superstite delimited "  "
                into r-riga
              end-string
              perform SCRIVI-RIGA
              add 0,2 to spl-riga
              move ArialNarrow11  to spl-hfont

              perform FONDI-REGISTRO-SERIE
              perform FONDI-STORICO-SERIE
              perform FONDI-STORICO-PRECURSORE
              perform FONDI-SEDUTE
              perform FONDI-ABBONAMENTI
              perform FONDI-PAGAMENTI
              perform FONDI-SOLLECITI
              perform FONDI-DISDETTE
              perform FONDI-SOSPENSIONI
              perform FONDI-SCADENZE-AZIENDA
              perform FONDI-MANDATI
              perform FONDI-PACCHETTI-PT
              perform FONDI-MISURE
              perform FONDI-OBIETTIVI
              perform FONDI-MESOCICLI
              perform FONDI-ABILITAZIONI
              perform FONDI-CERTIFICATI
              perform FONDI-LIMITAZIONI
              perform FONDI-CONSENSI
              perform FONDI-TUTORI
              perform FONDI-RIEPILOGO-MENSILE
              perform FONDI-CHECKIN
              perform FONDI-ISCRIZIONI-CORSI
              perform FONDI-PRESENZE-CORSI
              perform FONDI-FUORI-FASCIA
              perform FONDI-INCIDENTI
              perform FONDI-RIENTRI
              perform FONDI-TEST-FISICI
              perform FONDI-INVII-CAMPAGNE
              perform FONDI-SFIDE
              perform FONDI-PROMEMORIA
              perform FONDI-ARMADIETTI
              perform FONDI-BADGE
              perform FONDI-PRENOTAZIONI-STAZIONI
              perform FONDI-GIORNALE-STAMPE
              perform FONDI-AGENDA-PT
              perform FONDI-RICEVUTE
              perform FONDI-VENDITE
              perform FONDI-LISTE-ATTESA
              perform MARCA-CODICE-FUSO

              add 0,2 to spl-riga
              move num-totale     to r-num-disp
              move num-collisioni to r-num-coll
              move num-lasciate   to r-num-lasc
              initialize r-riga
              if link-applica
                 string "RIGHE TRATTATE: "       delimited size
                        r-num-disp               delimited size
                        " - COLLISIONI: "        delimited size
                        r-num-coll               delimited size
                        " - LASCIATE SUL CODICE FUSO: "
                                                 delimited size
                        r-num-lasc               delimited size
                   into r-riga
                 end-string
              else
                 string "RIGHE CHE CAMBIEREBBERO: " delimited size
                        r-num-disp                  delimited size
                        " - COLLISIONI DA DECIDERE: "
                                                    delimited size
                        r-num-coll                  delimited size
                        " - rilanciare con la conferma per "
                                                    delimited size
                        "applicarle"                delimited size
                   into r-riga
                 end-string
              end-if
              move ArialNarrow11B to spl-hfont
              perform SCRIVI-RIGA

              set spl-chiusura to true
              call   "spooler" using spooler-link
           end-if.

      ***---
       FONDI-REGISTRO-SERIE.
      *    Registro serie: se il superstite ha gia' lo stesso giorno e
      *    slot si chiede se spostare la riga sul primo slot libero.
           move "RWODBOOK" to r-archivio.
           move 0 to num-archivio.
           if status-rwodbook not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to rod-key.
           move codice-fuso to rod-code.
           move rod-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:28) to rod-key
              start rwodbook key is > rod-key
                    invalid exit perform
              end-start
              read rwodbook next
                   at end exit perform
              end-read
              if rod-code not = codice-fuso
                 exit perform
              end-if
              move rod-key to ultima-chiave
              move rod-day to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "giorno "   delimited size
                     r-data-disp delimited size
                     " slot "    delimited size
                     rod-split   delimited size
                into r-chiave
              end-string
              move rod-rec to immagine-prima
              move rod-key to chiave-prima
              move codice-superstite to rod-code
              read rwodbook no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to rod-rec
              perform SPOSTA-SERIE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-SERIE.
           perform SCEGLI-AZIONE-SLOT.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           if azione-nuovo-slot
              perform CERCA-SLOT-REGISTRO
              if slot-libero = 0
                 perform LASCIA-SENZA-SLOT
                 exit paragraph
              end-if
           end-if.
           delete rwodbook record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to rod-code
              if azione-nuovo-slot
                 move slot-libero to rod-split
              end-if
              write rod-rec
                    invalid continue
                not invalid
                    move rod-key to chiave-dopo
                    move rod-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-STORICO-SERIE.
      *    Stessa meccanica sull'archivio scaricato da arc-rwodbook.
           move "RWODBOOK-STORICO" to r-archivio.
           move 0 to num-archivio.
           if status-rwodbook-storico not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to sto-key.
           move codice-fuso to sto-code.
           move sto-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:28) to sto-key
              start rwodbook-storico key is > sto-key
                    invalid exit perform
              end-start
              read rwodbook-storico next
                   at end exit perform
              end-read
              if sto-code not = codice-fuso
                 exit perform
              end-if
              move sto-key to ultima-chiave
              move sto-day to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "giorno "   delimited size
                     r-data-disp delimited size
                     " slot "    delimited size
                     sto-split   delimited size
                into r-chiave
              end-string
              move sto-rec to immagine-prima
              move sto-key to chiave-prima
              move codice-superstite to sto-code
              read rwodbook-storico no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to sto-rec
              perform SPOSTA-STORICO-SERIE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-STORICO-SERIE.
           perform SCEGLI-AZIONE-SLOT.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           if azione-nuovo-slot
              perform CERCA-SLOT-STORICO
              if slot-libero = 0
                 perform LASCIA-SENZA-SLOT
                 exit paragraph
              end-if
           end-if.
           delete rwodbook-storico record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to sto-code
              if azione-nuovo-slot
                 move slot-libero to sto-split
              end-if
              write sto-rec
                    invalid continue
                not invalid
                    move sto-key to chiave-dopo
                    move sto-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-STORICO-PRECURSORE.
      *    Vecchio registro (precursore di RWODBOOK) tenuto in linea.
           move "TWODBOOK" to r-archivio.
           move 0 to num-archivio.
           if status-twodbook not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to twd-key.
           move codice-fuso to twd-code.
           move twd-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to twd-key
              start twodbook key is > twd-key
                    invalid exit perform
              end-start
              read twodbook next
                   at end exit perform
              end-read
              if twd-code not = codice-fuso
                 exit perform
              end-if
              move twd-key to ultima-chiave
              move twd-day to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "giorno "   delimited size
                     r-data-disp delimited size
                into r-chiave
              end-string
              move twd-rec to immagine-prima
              move twd-key to chiave-prima
              move codice-superstite to twd-code
              read twodbook no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to twd-rec
              perform SPOSTA-STORICO-PRECURSORE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-STORICO-PRECURSORE.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete twodbook record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to twd-code
              write twd-rec
                    invalid continue
                not invalid
                    move twd-key to chiave-dopo
                    move twd-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-SEDUTE.
           move "SESSLOG" to r-archivio.
           move 0 to num-archivio.
           if status-sesslog not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to ses-key.
           move codice-fuso to ses-code.
           move ses-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to ses-key
              start sesslog key is > ses-key
                    invalid exit perform
              end-start
              read sesslog next
                   at end exit perform
              end-read
              if ses-code not = codice-fuso
                 exit perform
              end-if
              move ses-key to ultima-chiave
              move ses-day to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "giorno "   delimited size
                     r-data-disp delimited size
                into r-chiave
              end-string
              move ses-rec to immagine-prima
              move ses-key to chiave-prima
              move codice-superstite to ses-code
              read sesslog no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to ses-rec
              perform SPOSTA-SEDUTA
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-SEDUTA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete sesslog record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to ses-code
              write ses-rec
                    invalid continue
                not invalid
                    move ses-key to chiave-dopo
                    move ses-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-ABBONAMENTI.
           move "SUBSCRIPTIONS" to r-archivio.
           move 0 to num-archivio.
           if status-subscriptions not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to sub-key.
           move codice-fuso to sub-code.
           move sub-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to sub-key
              start subscriptions key is > sub-key
                    invalid exit perform
              end-start
              read subscriptions next
                   at end exit perform
              end-read
              if sub-code not = codice-fuso
                 exit perform
              end-if
              move sub-key to ultima-chiave
              move sub-data-inizio to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "abbonamento dal " delimited size
                     r-data-disp        delimited size
                into r-chiave
              end-string
              move sub-rec to immagine-prima
              move sub-key to chiave-prima
              move codice-superstite to sub-code
              read subscriptions no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to sub-rec
              perform SPOSTA-ABBONAMENTO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-ABBONAMENTO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete subscriptions record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to sub-code
              write sub-rec
                    invalid continue
                not invalid
                    move sub-key to chiave-dopo
                    move sub-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-PAGAMENTI.
           move "PAYMENTS" to r-archivio.
           move 0 to num-archivio.
           if status-payments not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to pay-key.
           move codice-fuso to pay-code.
           move pay-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:30) to pay-key
              start payments key is > pay-key
                    invalid exit perform
              end-start
              read payments next
                   at end exit perform
              end-read
              if pay-code not = codice-fuso
                 exit perform
              end-if
              move pay-key to ultima-chiave
              move pay-data-inizio to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "abbonamento dal " delimited size
                     r-data-disp        delimited size
                     " rata "           delimited size
                     pay-num-rata       delimited size
                into r-chiave
              end-string
              move pay-rec to immagine-prima
              move pay-key to chiave-prima
              move codice-superstite to pay-code
              read payments no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to pay-rec
              perform SPOSTA-PAGAMENTO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-PAGAMENTO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete payments record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to pay-code
              write pay-rec
                    invalid continue
                not invalid
                    move pay-key to chiave-dopo
                    move pay-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-SOLLECITI.
           move "DUNNING" to r-archivio.
           move 0 to num-archivio.
           if status-dunning not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to dun-key.
           move codice-fuso to dun-code.
           move dun-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:31) to dun-key
              start dunning key is > dun-key
                    invalid exit perform
              end-start
              read dunning next
                   at end exit perform
              end-read
              if dun-code not = codice-fuso
                 exit perform
              end-if
              move dun-key to ultima-chiave
              move dun-data-inizio to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "rata dal "  delimited size
                     r-data-disp  delimited size
                     " n. "       delimited size
                     dun-num-rata delimited size
                     " livello "  delimited size
                     dun-livello  delimited size
                into r-chiave
              end-string
              move dun-rec to immagine-prima
              move dun-key to chiave-prima
              move codice-superstite to dun-code
              read dunning no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to dun-rec
              perform SPOSTA-SOLLECITO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-SOLLECITO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete dunning record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to dun-code
              write dun-rec
                    invalid continue
                not invalid
                    move dun-key to chiave-dopo
                    move dun-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-DISDETTE.
           move "DISDETTE" to r-archivio.
           move 0 to num-archivio.
           if status-disdette not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to dsd-key.
           move codice-fuso to dsd-code.
           move dsd-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to dsd-key
              start disdette key is > dsd-key
                    invalid exit perform
              end-start
              read disdette next
                   at end exit perform
              end-read
              if dsd-code not = codice-fuso
                 exit perform
              end-if
              move dsd-key to ultima-chiave
              move dsd-data-inizio to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "abbonamento dal " delimited size
                     r-data-disp        delimited size
                into r-chiave
              end-string
              move dsd-rec to immagine-prima
              move dsd-key to chiave-prima
              move codice-superstite to dsd-code
              read disdette no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to dsd-rec
              perform SPOSTA-DISDETTA
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-DISDETTA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete disdette record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to dsd-code
              write dsd-rec
                    invalid continue
                not invalid
                    move dsd-key to chiave-dopo
                    move dsd-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-SOSPENSIONI.
           move "FREEZES" to r-archivio.
           move 0 to num-archivio.
           if status-freezes not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to frz-key.
           move codice-fuso to frz-code.
           move frz-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to frz-key
              start freezes key is > frz-key
                    invalid exit perform
              end-start
              read freezes next
                   at end exit perform
              end-read
              if frz-code not = codice-fuso
                 exit perform
              end-if
              move frz-key to ultima-chiave
              move frz-data-da to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "sospensione dal " delimited size
                     r-data-disp        delimited size
                into r-chiave
              end-string
              move frz-rec to immagine-prima
              move frz-key to chiave-prima
              move codice-superstite to frz-code
              read freezes no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to frz-rec
              perform SPOSTA-SOSPENSIONE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-SOSPENSIONE.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete freezes record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to frz-code
              write frz-rec
                    invalid continue
                not invalid
                    move frz-key to chiave-dopo
                    move frz-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-SCADENZE-AZIENDA.
           move "AZISCAD" to r-archivio.
           move 0 to num-archivio.
           if status-aziscad not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to azs-key.
           move codice-fuso to azs-code.
           move azs-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:30) to azs-key
              start aziscad key is > azs-key
                    invalid exit perform
              end-start
              read aziscad next
                   at end exit perform
              end-read
              if azs-code not = codice-fuso
                 exit perform
              end-if
              move azs-key to ultima-chiave
              move azs-data-inizio to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "abbonamento dal " delimited size
                     r-data-disp        delimited size
                     " rata "           delimited size
                     azs-num-rata       delimited size
                into r-chiave
              end-string
              move azs-rec to immagine-prima
              move azs-key to chiave-prima
              move codice-superstite to azs-code
              read aziscad no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to azs-rec
              perform SPOSTA-SCADENZA-AZIENDA
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-SCADENZA-AZIENDA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete aziscad record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to azs-code
              write azs-rec
                    invalid continue
                not invalid
                    move azs-key to chiave-dopo
                    move azs-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-MANDATI.
           move "MANDATES" to r-archivio.
           move 0 to num-archivio.
           if status-mandates not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to mnd-key.
           move codice-fuso to mnd-code.
           move mnd-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:18) to mnd-key
              start mandates key is > mnd-key
                    invalid exit perform
              end-start
              read mandates next
                   at end exit perform
              end-read
              if mnd-code not = codice-fuso
                 exit perform
              end-if
              move mnd-key to ultima-chiave
              move "mandato di addebito" to r-chiave
              move mnd-rec to immagine-prima
              move mnd-key to chiave-prima
              move codice-superstite to mnd-code
              read mandates no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to mnd-rec
              perform SPOSTA-MANDATO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-MANDATO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete mandates record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to mnd-code
              write mnd-rec
                    invalid continue
                not invalid
                    move mnd-key to chiave-dopo
                    move mnd-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-PACCHETTI-PT.
           move "PTPACKS" to r-archivio.
           move 0 to num-archivio.
           if status-ptpacks not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to ptk-key.
           move codice-fuso to ptk-code.
           move ptk-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:31) to ptk-key
              start ptpacks key is > ptk-key
                    invalid exit perform
              end-start
              read ptpacks next
                   at end exit perform
              end-read
              if ptk-code not = codice-fuso
                 exit perform
              end-if
              move ptk-key to ultima-chiave
              move ptk-data-acquisto to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "trainer "       delimited size
                     ptk-trn-code     delimited space
                     " acquisto del " delimited size
                     r-data-disp      delimited size
                into r-chiave
              end-string
              move ptk-rec to immagine-prima
              move ptk-key to chiave-prima
              move codice-superstite to ptk-code
              read ptpacks no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to ptk-rec
              perform SPOSTA-PACCHETTO-PT
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-PACCHETTO-PT.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete ptpacks record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to ptk-code
              write ptk-rec
                    invalid continue
                not invalid
                    move ptk-key to chiave-dopo
                    move ptk-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-MISURE.
           move "MEASURES" to r-archivio.
           move 0 to num-archivio.
           if status-measures not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to mea-key.
           move codice-fuso to mea-code.
           move mea-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to mea-key
              start measures key is > mea-key
                    invalid exit perform
              end-start
              read measures next
                   at end exit perform
              end-read
              if mea-code not = codice-fuso
                 exit perform
              end-if
              move mea-key to ultima-chiave
              move mea-data-rilevazione to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "rilevazione del " delimited size
                     r-data-disp        delimited size
                into r-chiave
              end-string
              move mea-rec to immagine-prima
              move mea-key to chiave-prima
              move codice-superstite to mea-code
              read measures no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to mea-rec
              perform SPOSTA-MISURA
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-MISURA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete measures record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to mea-code
              write mea-rec
                    invalid continue
                not invalid
                    move mea-key to chiave-dopo
                    move mea-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-OBIETTIVI.
           move "GOALS" to r-archivio.
           move 0 to num-archivio.
           if status-goals not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to gol-key.
           move codice-fuso to gol-code.
           move gol-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:23) to gol-key
              start goals key is > gol-key
                    invalid exit perform
              end-start
              read goals next
                   at end exit perform
              end-read
              if gol-code not = codice-fuso
                 exit perform
              end-if
              move gol-key to ultima-chiave
              initialize r-chiave
              string "esercizio " delimited size
                     gol-exe-code delimited space
                into r-chiave
              end-string
              move gol-rec to immagine-prima
              move gol-key to chiave-prima
              move codice-superstite to gol-code
              read goals no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to gol-rec
              perform SPOSTA-OBIETTIVO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-OBIETTIVO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete goals record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to gol-code
              write gol-rec
                    invalid continue
                not invalid
                    move gol-key to chiave-dopo
                    move gol-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-MESOCICLI.
           move "MESOPLAN" to r-archivio.
           move 0 to num-archivio.
           if status-mesoplan not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to mes-key.
           move codice-fuso to mes-code.
           move mes-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to mes-key
              start mesoplan key is > mes-key
                    invalid exit perform
              end-start
              read mesoplan next
                   at end exit perform
              end-read
              if mes-code not = codice-fuso
                 exit perform
              end-if
              move mes-key to ultima-chiave
              move mes-data-inizio to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "mesociclo dal " delimited size
                     r-data-disp      delimited size
                into r-chiave
              end-string
              move mes-rec to immagine-prima
              move mes-key to chiave-prima
              move codice-superstite to mes-code
              read mesoplan no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to mes-rec
              perform SPOSTA-MESOCICLO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-MESOCICLO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete mesoplan record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to mes-code
              write mes-rec
                    invalid continue
                not invalid
                    move mes-key to chiave-dopo
                    move mes-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-ABILITAZIONI.
           move "CLEARANCE" to r-archivio.
           move 0 to num-archivio.
           if status-clearance not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to clr-key.
           move codice-fuso to clr-code.
           move clr-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:23) to clr-key
              start clearance key is > clr-key
                    invalid exit perform
              end-start
              read clearance next
                   at end exit perform
              end-read
              if clr-code not = codice-fuso
                 exit perform
              end-if
              move clr-key to ultima-chiave
              initialize r-chiave
              string "esercizio " delimited size
                     clr-exe-code delimited space
                into r-chiave
              end-string
              move clr-rec to immagine-prima
              move clr-key to chiave-prima
              move codice-superstite to clr-code
              read clearance no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to clr-rec
              perform SPOSTA-ABILITAZIONE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-ABILITAZIONE.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete clearance record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to clr-code
              write clr-rec
                    invalid continue
                not invalid
                    move clr-key to chiave-dopo
                    move clr-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-CERTIFICATI.
           move "MEDCERTS" to r-archivio.
           move 0 to num-archivio.
           if status-medcerts not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to cer-key.
           move codice-fuso to cer-code.
           move cer-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:26) to cer-key
              start medcerts key is > cer-key
                    invalid exit perform
              end-start
              read medcerts next
                   at end exit perform
              end-read
              if cer-code not = codice-fuso
                 exit perform
              end-if
              move cer-key to ultima-chiave
              move cer-data-emissione to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "certificato del " delimited size
                     r-data-disp        delimited size
                into r-chiave
              end-string
              move cer-rec to immagine-prima
              move cer-key to chiave-prima
              move codice-superstite to cer-code
              read medcerts no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to cer-rec
              perform SPOSTA-CERTIFICATO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-CERTIFICATO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete medcerts record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to cer-code
              write cer-rec
                    invalid continue
                not invalid
                    move cer-key to chiave-dopo
                    move cer-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-LIMITAZIONI.
           move "MEDLIMITS" to r-archivio.
           move 0 to num-archivio.
           if status-medlimits not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to lim-key.
           move codice-fuso to lim-code.
           move lim-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:24) to lim-key
              start medlimits key is > lim-key
                    invalid exit perform
              end-start
              read medlimits next
                   at end exit perform
              end-read
              if lim-code not = codice-fuso
                 exit perform
              end-if
              move lim-key to ultima-chiave
              initialize r-chiave
              string "tipo "      delimited size
                     lim-tipo     delimited size
                     " "          delimited size
                     lim-rif-code delimited space
                into r-chiave
              end-string
              move lim-rec to immagine-prima
              move lim-key to chiave-prima
              move codice-superstite to lim-code
              read medlimits no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to lim-rec
              perform SPOSTA-LIMITAZIONE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-LIMITAZIONE.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete medlimits record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to lim-code
              write lim-rec
                    invalid continue
                not invalid
                    move lim-key to chiave-dopo
                    move lim-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-CONSENSI.
           move "CONSENSI" to r-archivio.
           move 0 to num-archivio.
           if status-consensi not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to cns-key.
           move codice-fuso to cns-code.
           move cns-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:35) to cns-key
              start consensi key is > cns-key
                    invalid exit perform
              end-start
              read consensi next
                   at end exit perform
              end-read
              if cns-code not = codice-fuso
                 exit perform
              end-if
              move cns-key to ultima-chiave
              move cns-data to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "finalita' " delimited size
                     cns-finalita delimited size
                     " del "      delimited size
                     r-data-disp  delimited size
                into r-chiave
              end-string
              move cns-rec to immagine-prima
              move cns-key to chiave-prima
              move codice-superstite to cns-code
              read consensi no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to cns-rec
              perform SPOSTA-CONSENSO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-CONSENSO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete consensi record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to cns-code
              write cns-rec
                    invalid continue
                not invalid
                    move cns-key to chiave-dopo
                    move cns-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-TUTORI.
           move "TUTORI" to r-archivio.
           move 0 to num-archivio.
           if status-tutori not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to tut-key.
           move codice-fuso to tut-code.
           move tut-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:20) to tut-key
              start tutori key is > tut-key
                    invalid exit perform
              end-start
              read tutori next
                   at end exit perform
              end-read
              if tut-code not = codice-fuso
                 exit perform
              end-if
              move tut-key to ultima-chiave
              initialize r-chiave
              string "tutore n. " delimited size
                     tut-progr    delimited size
                into r-chiave
              end-string
              move tut-rec to immagine-prima
              move tut-key to chiave-prima
              move codice-superstite to tut-code
              read tutori no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to tut-rec
              perform SPOSTA-TUTORE
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-TUTORE.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete tutori record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to tut-code
              write tut-rec
                    invalid continue
                not invalid
                    move tut-key to chiave-dopo
                    move tut-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-CHECKIN.
      *    Il codice sta in coda alla chiave primaria: si scorre la
      *    chiave alternativa chk-k-atleta dal codice fuso.
           move "CHECKIN" to r-archivio.
           move 0 to num-archivio.
           if status-checkin not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:34) to chk-key
              move codice-fuso to chk-code
              start checkin key is > chk-k-atleta
                    invalid exit perform
              end-start
              read checkin next
                   at end exit perform
              end-read
              if chk-code not = codice-fuso
                 exit perform
              end-if
              move chk-key to ultima-chiave
              move chk-data to como-data-calcolo
              perform COMPONI-DATA
              move chk-ora to como-ora-calcolo
              perform COMPONI-ORA
              initialize r-chiave
              string "ingresso del " delimited size
                     r-data-disp     delimited size
                     " ore "         delimited size
                     r-ora-disp      delimited size
                into r-chiave
              end-string
              move chk-rec to immagine-prima
              move chk-key to chiave-prima
              move codice-superstite to chk-code
              read checkin no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to chk-rec
              perform SPOSTA-CHECKIN
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-CHECKIN.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete checkin record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to chk-code
              write chk-rec
                    invalid continue
                not invalid
                    move chk-key to chiave-dopo
                    move chk-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-ISCRIZIONI-CORSI.
      *    Stessa meccanica sulla chiave alternativa enr-k-atleta.
           move "ENROLMENTS" to r-archivio.
           move 0 to num-archivio.
           if status-enrolments not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:31) to enr-key
              move codice-fuso to enr-ath-code
              start enrolments key is > enr-k-atleta
                    invalid exit perform
              end-start
              read enrolments next
                   at end exit perform
              end-read
              if enr-ath-code not = codice-fuso
                 exit perform
              end-if
              move enr-key to ultima-chiave
              move enr-data to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "corso "     delimited size
                     enr-cls-code delimited space
                     " del "      delimited size
                     r-data-disp  delimited size
                into r-chiave
              end-string
              move enr-rec to immagine-prima
              move enr-key to chiave-prima
              move codice-superstite to enr-ath-code
              read enrolments no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to enr-rec
              perform SPOSTA-ISCRIZIONE-CORSO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-ISCRIZIONE-CORSO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete enrolments record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to enr-ath-code
              write enr-rec
                    invalid continue
                not invalid
                    move enr-key to chiave-dopo
                    move enr-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-PRESENZE-CORSI.
      *    Codice in coda alla chiave e nessuna chiave alternativa per
      *    atleta: si scorre tutto l'archivio e dopo ogni riga toccata
      *    si riparte oltre l'ultima chiave letta.
           move "CLASSATT" to r-archivio.
           move 0 to num-archivio.
           if status-classatt not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to att-key.
           start classatt key is >= att-key
                 invalid
                    perform STAMPA-TOTALE-ARCHIVIO
                    exit paragraph
           end-start.
           perform until 1 = 2
              read classatt next
                   at end exit perform
              end-read
              if att-ath-code = codice-fuso
                 move att-key to ultima-chiave
                 move att-data to como-data-calcolo
                 perform COMPONI-DATA
                 initialize r-chiave
                 string "corso "     delimited size
                        att-cls-code delimited space
                        " del "      delimited size
                        r-data-disp  delimited size
                   into r-chiave
                 end-string
                 move att-rec to immagine-prima
                 move att-key to chiave-prima
                 move codice-superstite to att-ath-code
                 read classatt no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to att-rec
                 perform SPOSTA-PRESENZA-CORSO
                 move ultima-chiave(1:31) to att-key
                 start classatt key is > att-key
                       invalid exit perform
                 end-start
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-PRESENZA-CORSO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete classatt record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to att-ath-code
              write att-rec
                    invalid continue
                not invalid
                    move att-key to chiave-dopo
                    move att-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-FUORI-FASCIA.
      *    Come CLASSATT.
           move "FUORIFASCIA" to r-archivio.
           move 0 to num-archivio.
           if status-fuorifascia not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ffa-key.
           start fuorifascia key is >= ffa-key
                 invalid
                    perform STAMPA-TOTALE-ARCHIVIO
                    exit paragraph
           end-start.
           perform until 1 = 2
              read fuorifascia next
                   at end exit perform
              end-read
              if ffa-code = codice-fuso
                 move ffa-key to ultima-chiave
                 move ffa-data to como-data-calcolo
                 perform COMPONI-DATA
                 move ffa-ora to como-ora-calcolo
                 perform COMPONI-ORA
                 initialize r-chiave
                 string "ingresso del " delimited size
                        r-data-disp     delimited size
                        " ore "         delimited size
                        r-ora-disp      delimited size
                   into r-chiave
                 end-string
                 move ffa-rec to immagine-prima
                 move ffa-key to chiave-prima
                 move codice-superstite to ffa-code
                 read fuorifascia no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to ffa-rec
                 perform SPOSTA-FUORI-FASCIA
                 move ultima-chiave(1:34) to ffa-key
                 start fuorifascia key is > ffa-key
                       invalid exit perform
                 end-start
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-FUORI-FASCIA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete fuorifascia record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to ffa-code
              write ffa-rec
                    invalid continue
                not invalid
                    move ffa-key to chiave-dopo
                    move ffa-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-INCIDENTI.
      *    Come CLASSATT; l'ordine di intervento aperto sull'incidente
      *    ne porta la chiave e va riagganciato alla riga spostata.
           move "INCIDENTS" to r-archivio.
           move 0 to num-archivio.
           if status-incidents not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to inc-key.
           start incidents key is >= inc-key
                 invalid
                    perform STAMPA-TOTALE-ARCHIVIO
                    exit paragraph
           end-start.
           perform until 1 = 2
              read incidents next
                   at end exit perform
              end-read
              if inc-ath-code = codice-fuso
                 move inc-key to ultima-chiave
                 move inc-data to como-data-calcolo
                 perform COMPONI-DATA
                 move inc-ora to como-ora-calcolo
                 perform COMPONI-ORA
                 initialize r-chiave
                 string "incidente del " delimited size
                        r-data-disp      delimited size
                        " ore "          delimited size
                        r-ora-disp       delimited size
                   into r-chiave
                 end-string
                 move inc-rec to immagine-prima
                 move inc-key to chiave-prima
                 move inc-key to wk-inc-key
                 move codice-superstite to inc-ath-code
                 read incidents no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to inc-rec
                 perform SPOSTA-INCIDENTE
                 move ultima-chiave(1:34) to inc-key
                 start incidents key is > inc-key
                       invalid exit perform
                 end-start
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-INCIDENTE.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete incidents record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to inc-ath-code
              write inc-rec
                    invalid continue
                not invalid
                    move inc-key to chiave-dopo
                    move inc-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
                    perform RIAGGANCIA-INTERVENTI
              end-write
           end-if.

      ***---
       FONDI-RIENTRI.
      *    Come MEDLIMITS: il caso di rientro segue l'incidente, che
      *    ha la stessa data e ora sotto il codice superstite.
           move "RIENTRI" to r-archivio.
           move 0 to num-archivio.
           if status-rientri not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to rie-key.
           move codice-fuso to rie-ath-code.
           move rie-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:34) to rie-key
              start rientri key is > rie-key
                    invalid exit perform
              end-start
              read rientri next
                   at end exit perform
              end-read
              if rie-ath-code not = codice-fuso
                 exit perform
              end-if
              move rie-key to ultima-chiave
              move rie-inc-data to como-data-calcolo
              perform COMPONI-DATA
              move rie-inc-ora to como-ora-calcolo
              perform COMPONI-ORA
              initialize r-chiave
              string "rientro dall'incidente del " delimited size
                     r-data-disp      delimited size
                     " ore "          delimited size
                     r-ora-disp       delimited size
                into r-chiave
              end-string
              move rie-rec to immagine-prima
              move rie-key to chiave-prima
              move codice-superstite to rie-ath-code
              read rientri no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to rie-rec
              perform SPOSTA-RIENTRO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-RIENTRO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete rientri record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to rie-ath-code
              write rie-rec
                    invalid continue
                not invalid
                    move rie-key to chiave-dopo
                    move rie-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-TEST-FISICI.
      *    Come RIENTRI: i punteggi della batteria di test passano al
      *    superstite con data e test; se il superstite ha gia' il
      *    suo punteggio per lo stesso test e giorno decide l'azione.
           move "FITRES" to r-archivio.
           move 0 to num-archivio.
           if status-fitres not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to ftr-key.
           move codice-fuso to ftr-ath-code.
           move ftr-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:31) to ftr-key
              start fitres key is > ftr-key
                    invalid exit perform
              end-start
              read fitres next
                   at end exit perform
              end-read
              if ftr-ath-code not = codice-fuso
                 exit perform
              end-if
              move ftr-key to ultima-chiave
              move ftr-data to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "test "          delimited size
                     ftr-test-code    delimited space
                     " del "          delimited size
                     r-data-disp      delimited size
                into r-chiave
              end-string
              move ftr-rec to immagine-prima
              move ftr-key to chiave-prima
              move codice-superstite to ftr-ath-code
              read fitres no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to ftr-rec
              perform SPOSTA-TEST-FISICO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-TEST-FISICO.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete fitres record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to ftr-ath-code
              write ftr-rec
                    invalid continue
                not invalid
                    move ftr-key to chiave-dopo
                    move ftr-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-INVII-CAMPAGNE.
      *    Come CLASSATT.
           move "MAILLOG" to r-archivio.
           move 0 to num-archivio.
           if status-maillog not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to cml-key.
           start maillog key is >= cml-key
                 invalid
                    perform STAMPA-TOTALE-ARCHIVIO
                    exit paragraph
           end-start.
           perform until 1 = 2
              read maillog next
                   at end exit perform
              end-read
              if cml-ath-code = codice-fuso
                 move cml-key to ultima-chiave
                 initialize r-chiave
                 string "campagna "  delimited size
                        cml-cmp-code delimited space
                   into r-chiave
                 end-string
                 move cml-rec to immagine-prima
                 move cml-key to chiave-prima
                 move codice-superstite to cml-ath-code
                 read maillog no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to cml-rec
                 perform SPOSTA-INVIO-CAMPAGNA
                 move ultima-chiave(1:23) to cml-key
                 start maillog key is > cml-key
                       invalid exit perform
                 end-start
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-INVIO-CAMPAGNA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete maillog record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to cml-ath-code
              write cml-rec
                    invalid continue
                not invalid
                    move cml-key to chiave-dopo
                    move cml-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-SFIDE.
      *    Come MAILLOG: l'iscrizione (con punteggio e posizione)
      *    passa sotto il superstite nella stessa sfida.
           move "SFIDEISC" to r-archivio.
           move 0 to num-archivio.
           if status-sfideisc not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to sfi-key.
           start sfideisc key is >= sfi-key
                 invalid
                    perform STAMPA-TOTALE-ARCHIVIO
                    exit paragraph
           end-start.
           perform until 1 = 2
              read sfideisc next
                   at end exit perform
              end-read
              if sfi-ath-code = codice-fuso
                 move sfi-key to ultima-chiave
                 initialize r-chiave
                 string "sfida "      delimited size
                        sfi-sfd-code  delimited space
                   into r-chiave
                 end-string
                 move sfi-rec to immagine-prima
                 move sfi-key to chiave-prima
                 move codice-superstite to sfi-ath-code
                 read sfideisc no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to sfi-rec
                 perform SPOSTA-ISCRIZIONE-SFIDA
                 move ultima-chiave(1:23) to sfi-key
                 start sfideisc key is > sfi-key
                       invalid exit perform
                 end-start
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-ISCRIZIONE-SFIDA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete sfideisc record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to sfi-ath-code
              write sfi-rec
                    invalid continue
                not invalid
                    move sfi-key to chiave-dopo
                    move sfi-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-PROMEMORIA.
      *    Come MAILLOG: il promemoria del giorno prima segue la
      *    prenotazione sotto il superstite, cosi' la disdetta via
      *    risposta (prom-esiti) ritrova la prenotazione giusta e
      *    st-promemoria non spezza lo storico su due codici.
           move "REMINDERS" to r-archivio.
           move 0 to num-archivio.
           if status-reminders not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to rmd-key.
           start reminders key is >= rmd-key
                 invalid
                    perform STAMPA-TOTALE-ARCHIVIO
                    exit paragraph
           end-start.
           perform until 1 = 2
              read reminders next
                   at end exit perform
              end-read
              if rmd-ath-code = codice-fuso
                 move rmd-key to ultima-chiave
                 move rmd-data to como-data-calcolo
                 perform COMPONI-DATA
                 initialize r-chiave
                 string "promemoria "  delimited size
                        rmd-oggetto    delimited space
                        " del "        delimited size
                        r-data-disp    delimited size
                   into r-chiave
                 end-string
                 move rmd-rec to immagine-prima
                 move rmd-key to chiave-prima
                 move codice-superstite to rmd-ath-code
                 read reminders no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to rmd-rec
                 perform SPOSTA-PROMEMORIA
                 move ultima-chiave(1:36) to rmd-key
                 start reminders key is > rmd-key
                       invalid exit perform
                 end-start
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-PROMEMORIA.
           perform SCEGLI-AZIONE.
           if not link-applica or azione-lascia
              exit paragraph
           end-if.
           delete reminders record
                  invalid exit paragraph
           end-delete.
           if azione-elimina
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move codice-superstite to rmd-ath-code
              write rmd-rec
                    invalid continue
                not invalid
                    move rmd-key to chiave-dopo
                    move rmd-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-RIEPILOGO-MENSILE.
      *    Riepilogo mensile per atleta/mese/esercizio: se il
      *    superstite ha gia' la riga del mese si chiede se sommare i
      *    totali (best 1RM il migliore dei due), altrimenti la riga
      *    passa sotto il superstite.
           move "MONTHSUM" to r-archivio.
           move 0 to num-archivio.
           if status-monthsum not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value   to msu-key.
           move codice-fuso to msu-code.
           move msu-key     to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:29) to msu-key
              start monthsum key is > msu-key
                    invalid exit perform
              end-start
              read monthsum next
                   at end exit perform
              end-read
              if msu-code not = codice-fuso
                 exit perform
              end-if
              move msu-key to ultima-chiave
              initialize r-chiave
              string "mese "        delimited size
                     msu-anno-mese  delimited size
                     " esercizio "  delimited size
                     msu-exe-code   delimited space
                into r-chiave
              end-string
              move msu-rec to wk-msu-rec immagine-prima
              move msu-key to chiave-prima
              move codice-superstite to msu-code
              read monthsum
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              perform SPOSTA-RIEPILOGO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-RIEPILOGO.
           if nuovo-presente
              perform SCEGLI-AZIONE-SOMMA
           else
              perform SCEGLI-AZIONE
           end-if.
           if not link-applica or azione-lascia
              if nuovo-presente
                 unlock monthsum
              end-if
              exit paragraph
           end-if.
           if azione-somma
      *       Riga del superstite (letta con lock): si sommano i
      *       totali, poi si cancella quella del codice fuso.
              move msu-rec to immagine-prima
              move msu-key to chiave-prima chiave-dopo
              add wk-msu-righe      to msu-righe
              add wk-msu-serie      to msu-serie
              add wk-msu-rep-totali to msu-rep-totali
              add wk-msu-volume     to msu-volume
              if wk-msu-best-1rm > msu-best-1rm
                 move wk-msu-best-1rm to msu-best-1rm
              end-if
              rewrite msu-rec
                      invalid exit paragraph
                  not invalid
                      move msu-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
              move wk-msu-rec to msu-rec immagine-prima
              move wk-msu-key to chiave-prima
              delete monthsum record
                     invalid continue
                 not invalid
                     perform SCRIVI-AUDIT-CANCELLAZIONE
              end-delete
           else
              move wk-msu-rec to msu-rec
              delete monthsum record
                     invalid exit paragraph
              end-delete
              move codice-superstite to msu-code
              write msu-rec
                    invalid continue
                not invalid
                    move msu-key to chiave-dopo
                    move msu-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       RIAGGANCIA-INTERVENTI.
      *    Ordini di intervento aperti sull'incidente appena spostato:
      *    il riferimento passa alla nuova chiave dell'incidente.
           if status-interventi not = "00" and not = "05"
              exit paragraph
           end-if.
           move 0 to itv-numero.
           start interventi key is >= itv-numero
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read interventi next at end exit perform end-read
              if itv-rif-incidente = wk-inc-key
                 move itv-rec  to immagine-prima
                 move itv-numero to chiave-prima chiave-dopo
                 move codice-superstite to itv-inc-ath-code
                 rewrite itv-rec
                         invalid continue
                     not invalid
                         move itv-rec to immagine-dopo
                         perform SCRIVI-AUDIT-MODIFICA
                 end-rewrite
              end-if
           end-perform.

      ***---
       FONDI-ARMADIETTI.
      *    Da qui in avanti il codice e' fuori dalla chiave primaria:
      *    si scorre tutto l'archivio e la riga si riscrive sul posto.
           move "ARMASSEGN" to r-archivio.
           move 0 to num-archivio.
           if status-armassegn not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to asg-key.
           start armassegn key is >= asg-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read armassegn next at end exit perform end-read
                    if asg-code = codice-fuso
                       perform RISCRIVI-ARMADIETTO
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-ARMADIETTO.
           move asg-data-consegna to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-chiave.
           string "armadietto "       delimited size
                  asg-numero          delimited size
                  " consegnato il "   delimited size
                  r-data-disp         delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move asg-rec           to immagine-prima
              move asg-key           to chiave-prima chiave-dopo
              move codice-superstite to asg-code
              rewrite asg-rec
                      invalid continue
                  not invalid
                      move asg-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-BADGE.
           move "BADGES" to r-archivio.
           move 0 to num-archivio.
           if status-badges not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move 0 to bdg-code.
           start badges key is >= bdg-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read badges next at end exit perform end-read
                    if bdg-ath-code = codice-fuso
                       perform RISCRIVI-BADGE
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-BADGE.
           initialize r-chiave.
           string "badge "     delimited size
                  bdg-code     delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move bdg-rec           to immagine-prima
              move bdg-code          to chiave-prima chiave-dopo
              move codice-superstite to bdg-ath-code
              rewrite bdg-rec
                      invalid continue
                  not invalid
                      move bdg-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-PRENOTAZIONI-STAZIONI.
           move "PRENSTAZ" to r-archivio.
           move 0 to num-archivio.
           if status-prenstaz not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to pst-key.
           start prenstaz key is >= pst-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read prenstaz next at end exit perform end-read
                    if pst-ath-code = codice-fuso
                       perform RISCRIVI-PRENOTAZIONE
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-PRENOTAZIONE.
           move pst-data to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-chiave.
           string "stazione "  delimited size
                  pst-sta-code delimited space
                  " del "      delimited size
                  r-data-disp  delimited size
                  " ore "      delimited size
                  pst-ora      delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move pst-rec           to immagine-prima
              move pst-key           to chiave-prima chiave-dopo
              move codice-superstite to pst-ath-code
              rewrite pst-rec
                      invalid continue
                  not invalid
                      move pst-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-GIORNALE-STAMPE.
           move "PRTJRN" to r-archivio.
           move 0 to num-archivio.
           if status-prtjrn not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to prj-key.
           start prtjrn key is >= prj-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read prtjrn next at end exit perform end-read
                    if prj-ath-code = codice-fuso
                       perform RISCRIVI-STAMPA
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-STAMPA.
           move prj-data to como-data-calcolo.
           perform COMPONI-DATA.
           move prj-ora  to como-ora-calcolo.
           perform COMPONI-ORA.
           initialize r-chiave.
           string prj-programma delimited space
                  " del "       delimited size
                  r-data-disp   delimited size
                  " ore "       delimited size
                  r-ora-disp    delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move prj-rec           to immagine-prima
              move prj-key           to chiave-prima chiave-dopo
              move codice-superstite to prj-ath-code
              rewrite prj-rec
                      invalid continue
                  not invalid
                      move prj-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-AGENDA-PT.
           move "PTDIARY" to r-archivio.
           move 0 to num-archivio.
           if status-ptdiary not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to apt-key.
           start ptdiary key is >= apt-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read ptdiary next at end exit perform end-read
                    if apt-ath-code = codice-fuso
                       perform RISCRIVI-AGENDA-PT
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-AGENDA-PT.
           move apt-data to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-chiave.
           string "trainer "   delimited size
                  apt-trn-code delimited space
                  " del "      delimited size
                  r-data-disp  delimited size
                  " ore "      delimited size
                  apt-ora      delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move apt-rec           to immagine-prima
              move apt-key           to chiave-prima chiave-dopo
              move codice-superstite to apt-ath-code
              rewrite apt-rec
                      invalid continue
                  not invalid
                      move apt-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-RICEVUTE.
      *    Ricevute e note di credito: il codice atleta e, per quelle
      *    nate da una rata o da un pacchetto PT, il codice in testa
      *    alla chiave d'origine. L'intestatario stampato sul
      *    documento non si tocca.
           move "RECEIPTS" to r-archivio.
           move 0 to num-archivio.
           if status-receipts not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to rcp-key.
           start receipts key is >= rcp-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read receipts next at end exit perform end-read
                    if rcp-ath-code = codice-fuso
                       perform RISCRIVI-RICEVUTA
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-RICEVUTA.
           initialize r-chiave.
           string "documento " delimited size
                  rcp-tipo     delimited size
                  " "          delimited size
                  rcp-anno     delimited size
                  "/"          delimited size
                  rcp-numero   delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move rcp-rec           to immagine-prima
              move rcp-key           to chiave-prima chiave-dopo
              move codice-superstite to rcp-ath-code
              if (rcp-da-rata or rcp-da-pacchetto)
              and rcp-rif-chiave(1:18) = codice-fuso-x
                 move codice-superstite-x to rcp-rif-chiave(1:18)
              end-if
              rewrite rcp-rec
                      invalid continue
                  not invalid
                      move rcp-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-VENDITE.
           move "VENDITE" to r-archivio.
           move 0 to num-archivio.
           if status-vendite not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ven-key.
           start vendite key is >= ven-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read vendite next at end exit perform end-read
                    if ven-code = codice-fuso
                       perform RISCRIVI-VENDITA
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-VENDITA.
           move ven-data to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-chiave.
           string "vendita del " delimited size
                  r-data-disp    delimited size
                  " n. "         delimited size
                  ven-numero     delimited size
                  " riga "       delimited size
                  ven-riga       delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move ven-rec           to immagine-prima
              move ven-key           to chiave-prima chiave-dopo
              move codice-superstite to ven-code
              rewrite ven-rec
                      invalid continue
                  not invalid
                      move ven-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-LISTE-ATTESA.
           move "WAITLIST" to r-archivio.
           move 0 to num-archivio.
           if status-waitlist not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to wtl-key.
           start waitlist key is >= wtl-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read waitlist next at end exit perform end-read
                    if wtl-ath-code = codice-fuso
                       perform RISCRIVI-LISTA-ATTESA
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-LISTA-ATTESA.
           move wtl-data to como-data-calcolo.
           perform COMPONI-DATA.
           initialize r-chiave.
           string "corso "     delimited size
                  wtl-cls-code delimited space
                  " del "      delimited size
                  r-data-disp  delimited size
             into r-chiave
           end-string.
           perform STAMPA-RISCRITTURA.
           if link-applica
              move wtl-rec           to immagine-prima
              move wtl-key           to chiave-prima chiave-dopo
              move codice-superstite to wtl-ath-code
              rewrite wtl-rec
                      invalid continue
                  not invalid
                      move wtl-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       MARCA-CODICE-FUSO.
      *    Il record del codice fuso resta in anagrafica, marcato "F"
      *    col puntatore al superstite. Il modello di scheda passa al
      *    superstite se non ne ha uno, altrimenti si libera (il
      *    contatore d'uso del modello scende di uno).
           move "ATHLETES" to r-archivio.
           move 0 to num-archivio.
           move codice-fuso to ath-code.
           read athletes
                invalid exit paragraph
           end-read.
           move r-fuso-disp to r-chiave.
           initialize r-azione.
           string "marcato fuso nel codice " delimited size
                  r-superstite-disp          delimited space
             into r-azione
           end-string.
           perform STAMPA-DETTAGLIO.
           if not link-applica
              unlock athletes
              exit paragraph
           end-if.
           move ath-wom-code to wom-fuso.
           move ath-rec      to immagine-prima.
           move ath-key      to chiave-prima chiave-dopo.
           set ath-fuso      to true.
           move codice-superstite to ath-fuso-in.
           move 0            to ath-wom-code.
           accept ath-data-ultima-modifica from century-date.
           move acc-operatore to ath-utente-ultima-modifica.
           rewrite ath-rec
                   invalid exit paragraph
               not invalid
                   move ath-rec to immagine-dopo
                   perform SCRIVI-AUDIT-MODIFICA
           end-rewrite.
           if wom-fuso = 0
              exit paragraph
           end-if.
           move codice-superstite to ath-code.
           read athletes
                invalid exit paragraph
           end-read.
           if ath-wom-code = 0
              move ath-rec      to immagine-prima
              move ath-key      to chiave-prima chiave-dopo
              move wom-fuso     to ath-wom-code
              accept ath-data-ultima-modifica from century-date
              move acc-operatore to ath-utente-ultima-modifica
              rewrite ath-rec
                      invalid continue
                  not invalid
                      move ath-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           else
              unlock athletes
              if status-wodmap = "00" or = "05"
                 move wom-fuso to wom-code
                 read wodmap
                      invalid continue
                  not invalid
                      if wom-contatore-utilizzo > 0
                         subtract 1 from wom-contatore-utilizzo
                      end-if
                      rewrite wom-rec invalid continue end-rewrite
                 end-read
              end-if
           end-if.

      ***---
       SCEGLI-AZIONE.
      *    Senza collisione la riga passa al superstite; con la
      *    collisione in simulazione si segnala soltanto, in
      *    esecuzione si chiede se eliminarla o lasciarla sul codice
      *    fuso.
           if not nuovo-presente
              set azione-sposta to true
              move "passa al codice superstite" to r-azione
              perform STAMPA-DETTAGLIO
              exit paragraph
           end-if.
           add 1 to num-collisioni.
           if not link-applica
              set azione-lascia to true
              move "COLLISIONE: riga gia' sul superstite (si chiedera')"
                to r-azione
              perform STAMPA-DETTAGLIO
              exit paragraph
           end-if.
           perform COMPONI-DOMANDA.
           string "Si' = elimina la riga del codice fuso"
                                  delimited size
                  x"0D0A"         delimited size
                  "No = lasciala sul codice fuso"
                                  delimited size
             into domanda with pointer ix-domanda
           end-string.
           perform CHIEDI.
           if risposta = mb-yes
              set azione-elimina to true
              move "eliminata: il superstite ha gia' la riga"
                to r-azione
           else
              perform LASCIA-RIGA
           end-if.
           perform STAMPA-DETTAGLIO.

      ***---
       SCEGLI-AZIONE-SLOT.
      *    Registro serie: la riga in collisione si puo' spostare sul
      *    primo slot libero del superstite nella stessa giornata.
           if not nuovo-presente
              set azione-sposta to true
              move "passa al codice superstite" to r-azione
              perform STAMPA-DETTAGLIO
              exit paragraph
           end-if.
           add 1 to num-collisioni.
           if not link-applica
              set azione-lascia to true
              move "COLLISIONE: slot gia' del superstite (si chiedera')"
                to r-azione
              perform STAMPA-DETTAGLIO
              exit paragraph
           end-if.
           perform COMPONI-DOMANDA.
           string "Si' = spostala sul primo slot libero della giornata"
                                  delimited size
                  x"0D0A"         delimited size
                  "No = lasciala sul codice fuso"
                                  delimited size
             into domanda with pointer ix-domanda
           end-string.
           perform CHIEDI.
           if risposta = mb-yes
              set azione-nuovo-slot to true
              move "spostata sul primo slot libero del superstite"
                to r-azione
           else
              perform LASCIA-RIGA
           end-if.
           perform STAMPA-DETTAGLIO.

      ***---
       SCEGLI-AZIONE-SOMMA.
           add 1 to num-collisioni.
           if not link-applica
              set azione-lascia to true
              move "COLLISIONE: mese gia' sul superstite (si chiedera')"
                to r-azione
              perform STAMPA-DETTAGLIO
              exit paragraph
           end-if.
           perform COMPONI-DOMANDA.
           string "Si' = somma i totali alla riga del superstite"
                                  delimited size
                  x"0D0A"         delimited size
                  "No = lasciala sul codice fuso"
                                  delimited size
             into domanda with pointer ix-domanda
           end-string.
           perform CHIEDI.
           if risposta = mb-yes
              set azione-somma to true
              move "sommata alla riga del superstite" to r-azione
           else
              perform LASCIA-RIGA
           end-if.
           perform STAMPA-DETTAGLIO.

      ***---
       COMPONI-DOMANDA.
           initialize domanda.
           move 1 to ix-domanda.
           string "Il codice "          delimited size
                  r-superstite-disp     delimited space
                  " ha gia' questa riga:" delimited size
                  x"0D0A"               delimited size
                  r-archivio            delimited "  "
                  " "                   delimited size
                  r-chiave              delimited "  "
                  x"0D0A"               delimited size
                  x"0D0A"               delimited size
             into domanda with pointer ix-domanda
           end-string.

      ***---
       CHIEDI.
           display message box domanda
                   title "Fusione codici atleta"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.

      ***---
       LASCIA-RIGA.
           set azione-lascia to true.
           add 1 to num-lasciate.
           move "LASCIATA sul codice fuso" to r-azione.

      ***---
       CERCA-SLOT-REGISTRO.
      *    Primo slot della giornata senza righe del superstite; la
      *    riga del codice fuso torna poi nell'area del record.
           move 0       to slot-libero.
           move rod-day to giorno-slot.
           perform varying ix-slot from 1 by 1
                     until ix-slot > 99 or slot-libero not = 0
              move codice-superstite to rod-code
              move giorno-slot       to rod-day
              move ix-slot           to rod-split
              read rwodbook no lock
                   invalid move ix-slot to slot-libero
              end-read
           end-perform.
           move immagine-prima to rod-rec.

      ***---
       CERCA-SLOT-STORICO.
           move 0       to slot-libero.
           move sto-day to giorno-slot.
           perform varying ix-slot from 1 by 1
                     until ix-slot > 99 or slot-libero not = 0
              move codice-superstite to sto-code
              move giorno-slot       to sto-day
              move ix-slot           to sto-split
              read rwodbook-storico no lock
                   invalid move ix-slot to slot-libero
              end-read
           end-perform.
           move immagine-prima to sto-rec.

      ***---
       LASCIA-SENZA-SLOT.
           perform LASCIA-RIGA.
           move "LASCIATA sul codice fuso: nessuno slot libero"
             to r-azione.
           perform STAMPA-DETTAGLIO.

      ***---
       STAMPA-RISCRITTURA.
           move "riscritta sul codice superstite" to r-azione.
           perform STAMPA-DETTAGLIO.

      ***---
       STAMPA-DETTAGLIO.
           add 1 to num-archivio num-totale.
           initialize r-riga.
           string "   "         delimited size
                  r-archivio    delimited size
                  " "           delimited size
                  r-chiave      delimited "  "
                  "  -  "       delimited size
                  r-azione      delimited "  "
             into r-riga
           end-string.
           perform SCRIVI-RIGA.

      ***---
       STAMPA-TOTALE-ARCHIVIO.
           if num-archivio = 0
              initialize r-riga
              string "   "         delimited size
                     r-archivio    delimited size
                     " nessuna riga del codice " delimited size
                     r-fuso-disp   delimited space
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.

      ***---
       SCRIVI-AUDIT-MODIFICA.
      *    Giornale centrale (vedi auditjrn.fd): riga "P" con la
      *    riga com'era, riga "D" con quella scritta, col motivo
      *    "FUSIONE fuso > superstite".
           move "mrg-athletes"   to aud-programma.
           move chiave-prima     to aud-chiave.
           accept aud-data       from century-date.
           accept aud-ora        from time.
           move acc-operatore    to aud-utente.
           move motivo-audit     to aud-motivo.
           set aud-op-modifica    to true.
           set aud-immagine-prima to true.
           move immagine-prima   to aud-immagine.
           write aud-rec invalid continue end-write.
           move chiave-dopo      to aud-chiave.
           set aud-immagine-dopo  to true.
           move immagine-dopo    to aud-immagine.
           write aud-rec invalid continue end-write.

      ***---
       SCRIVI-AUDIT-CANCELLAZIONE.
           move "mrg-athletes"   to aud-programma.
           move chiave-prima     to aud-chiave.
           accept aud-data       from century-date.
           accept aud-ora        from time.
           move acc-operatore    to aud-utente.
           move motivo-audit     to aud-motivo.
           set aud-op-cancellazione to true.
           set aud-immagine-prima   to true.
           move immagine-prima   to aud-immagine.
           write aud-rec invalid continue end-write.

      ***---
       COMPONI-ORA.
           move como-ora-hh to r-ora-hh.
           move como-ora-mi to r-ora-mi.

      ***---
       COMPONI-DATA.
           move como-data-gg   to r-data-gg.
           move como-data-mese to r-data-mese.
           move como-data-anno to r-data-anno.

      ***---
       SCRIVI-RIGA.
           perform CONTROLLA-FINE-PAGINA.
           move r-riga to spl-riga-stampa.
           move 1      to spl-tipo-colonna.
           perform SCRIVI.
           add 0,45 to spl-riga.

      ***---
       CONTROLLA-FINE-PAGINA.
           if spl-riga > 78-fine-pagina
              set spl-salto-pagina to true
              call "spooler" using spooler-link
              move 0,6 to spl-riga
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
           close athletes wodmap rwodbook rwodbook-storico twodbook
                 sesslog subscriptions payments dunning disdette
                 freezes aziscad mandates ptpacks measures goals
                 mesoplan clearance medcerts medlimits consensi tutori
                 monthsum checkin enrolments classatt fuorifascia
                 incidents maillog armassegn badges prenstaz prtjrn
                 ptdiary receipts vendite waitlist interventi
                 rientri fitres sfideisc reminders.
           if link-applica
              close auditjrn
           end-if.

      ***---
       EXIT-PGM.
           set environment "PRINTER" to "-P SPOOLER-DIRECT".
           destroy ArialNarrow11.
           destroy ArialNarrow11B.
           cancel "spooler".
           initialize spooler-link.
           goback.
