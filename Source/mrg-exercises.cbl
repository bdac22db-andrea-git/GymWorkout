       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      mrg-exercises.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Ritiro di un codice esercizio doppione e fusione nel codice
      *    buono ("PANC2" che e' la stessa panca di "PANCA"): ogni
      *    riferimento al vecchio codice passa al nuovo, cosi' trend,
      *    record (st-record) e popolarita' (st-popolarita) smettono
      *    di spezzarsi in due. Archivi toccati:
      *    - RWODBOOK e RWODBOOK-STORICO (rod/sto-exe-code);
      *    - SUBSTITUTIONS, come esercizio di partenza e come
      *      alternativa;
      *    - GOALS, CLEARANCE, MEDLIMITS di tipo "E", REQUISITI di
      *      lavoro "E" e MONTHSUM, dove il codice sta in chiave: la
      *      riga si riscrive sotto il nuovo codice; se il nuovo ce
      *      l'ha gia', in MONTHSUM i totali si sommano (best 1RM il
      *      migliore), negli altri resta la riga del nuovo codice e
      *      quella vecchia si elimina;
      *    - INCIDENTS, le alzate tecniche di TUTORI, le esclusioni
      *      di tipo "E" dei casi di rientro RIENTRI e l'esercizio
      *      delle sfide SFIDE (sfd-exe-code), riscritti sul posto.
      *    I modelli WODMAP non portano codici esercizio (solo sigla,
      *    intensita' e macrogruppo per slot): non c'e' niente da
      *    riscrivere. SITESUM si rigenera dagli export delle sedi.
      *    Alla fine il vecchio codice e' marcato ritirato in
      *    EXERCISES (exe-sostituito-da = nuovo) e non si sceglie piu'
      *    nelle maschere.
      *    Senza la conferma "S" in linkage il lancio e' una
      *    SIMULAZIONE: stampa riga per riga cosa cambierebbe e non
      *    tocca niente. Con la conferma stampa lo stesso elenco e
      *    scrive le modifiche, ognuna con immagini prima/dopo nel
      *    giornale AUDITJRN. Funzione riservata (accesso).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "exercises.sl".
       copy "rwodbook.sl".
       copy "rwodbook-storico.sl".
       copy "substitutions.sl".
       copy "goals.sl".
       copy "clearance.sl".
       copy "medlimits.sl".
       copy "requisiti.sl".
       copy "monthsum.sl".
       copy "incidents.sl".
       copy "tutori.sl".
       copy "rientri.sl".
       copy "sfide.sl".
       copy "auditjrn.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "exercises.fd".
       copy "rwodbook.fd".
       copy "rwodbook-storico.fd".
       copy "substitutions.fd".
       copy "goals.fd".
       copy "clearance.fd".
       copy "medlimits.fd".
       copy "requisiti.fd".
       copy "monthsum.fd".
       copy "incidents.fd".
       copy "tutori.fd".
       copy "rientri.fd".
       copy "sfide.fd".
       copy "auditjrn.fd".

       WORKING-STORAGE SECTION.
      * COPY
       copy "acugui.def".
       copy "acucobol.def".
       copy "spooler.def".
       copy "fonts.def".
       copy "selprint.lks".
       copy "accesso.lks".

       77  status-exercises        pic xx.
       77  status-rwodbook         pic xx.
       77  status-rwodbook-storico pic xx.
       77  status-substitutions    pic xx.
       77  status-goals            pic xx.
       77  status-clearance        pic xx.
       77  status-medlimits        pic xx.
       77  status-requisiti        pic xx.
       77  status-monthsum         pic xx.
       77  status-incidents        pic xx.
       77  status-tutori           pic xx.
       77  status-rientri          pic xx.
       77  status-sfide            pic xx.
       77  status-auditjrn         pic xx.

      * COSTANTI
       78  titolo                value "Fusione codici esercizio".
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
           88 archivio-aperto    value 1 false 0.
       77  filler                pic 9.
           88 nuovo-presente     value 1 false 0.
       77  filler                pic 9.
           88 riga-toccata       value 1 false 0.

       77  exe-vecchio           pic x(5).
       77  exe-nuovo             pic x(5).
       77  esito-lancio          pic x(60).
       77  ix                    pic 9.
       77  jx                    pic 9.

      * POSIZIONE DEI GIRI DI LETTURA: ogni riga toccata cambia
      * chiave, quindi ogni giro riparte con una START oltre l'ultima
      * chiave letta (come i giri di riassegnazione di gdpr-anon).
       77  ultima-chiave         pic x(30).

      * CONTATORI PER ARCHIVIO
       77  num-archivio          pic 9(7).
       77  num-totale            pic 9(7) value 0.

      * GIORNALE DELLE MODIFICHE (AUDITJRN)
       77  chiave-prima          pic x(28).
       77  chiave-dopo           pic x(28).
       77  immagine-prima        pic x(18200).
       77  immagine-dopo         pic x(18200).
       77  motivo-audit          pic x(30).

      * MONTHSUM: riga del vecchio codice da sommare a quella del nuovo
       01  wk-msu-rec.
           05 wk-msu-key         pic x(29).
           05 wk-msu-righe       pic 9(6).
           05 wk-msu-serie       pic 9(6).
           05 wk-msu-rep-totali  pic 9(7).
           05 wk-msu-volume      pic 9(9)v99.
           05 wk-msu-best-1rm    pic 9(5)v99.
           05 filler             pic x(40).

       01  como-data-calcolo.
           05 como-data-anno     pic 9(4).
           05 como-data-mese     pic 99.
           05 como-data-gg       pic 99.

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
       01  r-code-disp           pic z(17)9.
       01  r-num-disp            pic z(6)9.

       LINKAGE SECTION.
       77  link-exe-vecchio      pic x(5).
       77  link-exe-nuovo        pic x(5).
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
       PROCEDURE DIVISION using link-exe-vecchio link-exe-nuovo
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
                        title "Fusione codici esercizio"
                         icon mb-warning-icon
           end-if.
           perform EXIT-PGM.

      ***---
       INIT.
           set environment "PRINTER" to "-P SPOOLER".
           set tutto-ok  to true.
           move 0 to link-status.
           move spaces to esito-lancio.
           move link-exe-vecchio to exe-vecchio.
           move link-exe-nuovo   to exe-nuovo.

      *    Funzione riservata: di default solo manager e admin.
           move spaces          to acc-funzione.
           set acc-controllo    to true.
           move "mrg-exercises" to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".
           if acc-negato
              set errori to true
              move "Operatore non abilitato alla fusione"
                to esito-lancio
              exit paragraph
           end-if.

           initialize motivo-audit.
           string "FUSIONE "    delimited size
                  exe-vecchio   delimited space
                  " > "         delimited size
                  exe-nuovo     delimited space
             into motivo-audit
           end-string.

      ***---
       APRI-FILES.
           open i-o exercises.
           if status-exercises not = "00" and not = "05"
              set errori to true
              move "Anagrafica esercizi non disponibile"
                to esito-lancio
              exit paragraph
           end-if.
      *    Gli archivi mai creati su un impianto giovane si saltano.
           open i-o rwodbook rwodbook-storico substitutions goals
                    clearance medlimits requisiti monthsum incidents
                    tutori rientri sfide.
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
           if exe-vecchio = spaces or exe-nuovo = spaces
           or exe-vecchio = exe-nuovo
              set errori to true
              move "Indicare due codici esercizio diversi"
                to esito-lancio
              exit paragraph
           end-if.
           move exe-nuovo to exe-code.
           read exercises no lock
                invalid
                   set errori to true
                   move "Codice nuovo inesistente" to esito-lancio
                   exit paragraph
           end-read.
           if exe-codice-ritirato
              set errori to true
              move "Codice nuovo gia' ritirato" to esito-lancio
              exit paragraph
           end-if.
           move exe-vecchio to exe-code.
           read exercises no lock
                invalid
                   set errori to true
                   move "Codice vecchio inesistente" to esito-lancio
                   exit paragraph
           end-read.
      *    Un codice gia' ritirato si puo' rilanciare verso lo stesso
      *    sostituto (righe arrivate dopo, per esempio dall'archivio
      *    ripristinato), non verso un terzo codice.
           if exe-codice-ritirato
           and exe-sostituito-da not = exe-nuovo
              set errori to true
              move "Codice vecchio gia' fuso in un altro codice"
                to esito-lancio
           end-if.

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
                 string titolo       delimited size
                        " "          delimited size
                        exe-vecchio  delimited space
                        " > "        delimited size
                        exe-nuovo    delimited space
                        " - ESECUZIONE" delimited size
                   into r-titolo
                 end-string
              else
                 string titolo       delimited size
                        " "          delimited size
                        exe-vecchio  delimited space
                        " > "        delimited size
                        exe-nuovo    delimited space
                        " - SIMULAZIONE, nessuna modifica scritta"
                                     delimited size
                   into r-titolo
                 end-string
              end-if
              move ArialNarrow11B to spl-hfont
              move r-titolo       to spl-riga-stampa
              move 1              to spl-tipo-colonna
              perform SCRIVI
              add 0,7 to spl-riga
              move ArialNarrow11  to spl-hfont

              perform FONDI-REGISTRO-SERIE
              perform FONDI-STORICO-SERIE
              perform FONDI-SOSTITUZIONI
              perform FONDI-ALTERNATIVE
              perform FONDI-OBIETTIVI
              perform FONDI-ABILITAZIONI
              perform FONDI-LIMITAZIONI
              perform FONDI-REQUISITI
              perform FONDI-RIEPILOGO-MENSILE
              perform FONDI-INCIDENTI
              perform FONDI-ALZATE-TUTORI
              perform FONDI-RIENTRI
              perform FONDI-SFIDE
              perform RITIRA-CODICE

              add 0,2 to spl-riga
              move num-totale to r-num-disp
              initialize r-riga
              if link-applica
                 string "RIGHE MODIFICATE: " delimited size
                        r-num-disp           delimited size
                        " - codice "         delimited size
                        exe-vecchio          delimited space
                        " ritirato"          delimited size
                   into r-riga
                 end-string
              else
                 string "RIGHE CHE CAMBIEREBBERO: " delimited size
                        r-num-disp                  delimited size
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
      *    rod-exe-code non e' in chiave primaria: si scorre la chiave
      *    alternativa rod-k-exe dal vecchio codice e si riscrive la
      *    riga col nuovo.
           move "RWODBOOK" to r-archivio.
           move 0          to num-archivio.
           if status-rwodbook not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move exe-vecchio        to rod-exe-code
              move ultima-chiave(1:28) to rod-key
              start rwodbook key is > rod-k-exe
                    invalid exit perform
              end-start
              read rwodbook next
                   at end exit perform
              end-read
              if rod-exe-code not = exe-vecchio
                 exit perform
              end-if
              move rod-key to ultima-chiave(1:28)

              move rod-code to r-code-disp
              move rod-day  to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "atleta "       delimited size
                     r-code-disp     delimited size
                     " giorno "      delimited size
                     r-data-disp     delimited size
                     " slot "        delimited size
                     rod-split       delimited size
                into r-chiave
              end-string
              move "codice esercizio riscritto" to r-azione
              perform STAMPA-DETTAGLIO

              if link-applica
                 move rod-rec      to immagine-prima
                 move rod-key      to chiave-prima chiave-dopo
                 move exe-nuovo    to rod-exe-code
                 rewrite rod-rec
                         invalid continue
                     not invalid
                         move rod-rec to immagine-dopo
                         perform SCRIVI-AUDIT-MODIFICA
                 end-rewrite
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       FONDI-STORICO-SERIE.
      *    Stessa meccanica sull'archivio scaricato da arc-rwodbook.
           move "RWODBOOK-STORICO" to r-archivio.
           move 0                  to num-archivio.
           if status-rwodbook-storico not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move exe-vecchio        to sto-exe-code
              move ultima-chiave(1:28) to sto-key
              start rwodbook-storico key is > sto-k-exe
                    invalid exit perform
              end-start
              read rwodbook-storico next
                   at end exit perform
              end-read
              if sto-exe-code not = exe-vecchio
                 exit perform
              end-if
              move sto-key to ultima-chiave(1:28)

              move sto-code to r-code-disp
              move sto-day  to como-data-calcolo
              perform COMPONI-DATA
              initialize r-chiave
              string "atleta "       delimited size
                     r-code-disp     delimited size
                     " giorno "      delimited size
                     r-data-disp     delimited size
                     " slot "        delimited size
                     sto-split       delimited size
                into r-chiave
              end-string
              move "codice esercizio riscritto" to r-azione
              perform STAMPA-DETTAGLIO

              if link-applica
                 move sto-rec      to immagine-prima
                 move sto-key      to chiave-prima chiave-dopo
                 move exe-nuovo    to sto-exe-code
                 rewrite sto-rec
                         invalid continue
                     not invalid
                         move sto-rec to immagine-dopo
                         perform SCRIVI-AUDIT-MODIFICA
                 end-rewrite
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       FONDI-SOSTITUZIONI.
      *    La mappa delle alternative del vecchio codice passa al
      *    nuovo, se il nuovo non ne ha gia' una sua.
           move "SUBSTITUTIONS" to r-archivio.
           move 0               to num-archivio.
           if status-substitutions not = "00" and not = "05"
              exit paragraph
           end-if.
           move exe-nuovo to sbs-exe-code.
           read substitutions no lock
                invalid     set nuovo-presente to false
            not invalid     set nuovo-presente to true
           end-read.
           move exe-vecchio to sbs-exe-code.
           read substitutions
                invalid exit paragraph
           end-read.
           move "esercizio di partenza" to r-chiave.
           move sbs-rec     to immagine-prima.
           move sbs-exe-code to chiave-prima.
           if nuovo-presente
              move "eliminata: il nuovo codice ha gia' la sua mappa"
                to r-azione
              perform STAMPA-DETTAGLIO
              if link-applica
                 delete substitutions record
                        invalid continue
                    not invalid
                        perform SCRIVI-AUDIT-CANCELLAZIONE
                 end-delete
              end-if
           else
              move "riscritta sotto il nuovo codice" to r-azione
              perform STAMPA-DETTAGLIO
              if link-applica
                 delete substitutions record
                        invalid continue
                 end-delete
                 move exe-nuovo to sbs-exe-code
      *          Il nuovo codice non e' alternativa di se stesso.
                 perform varying ix from 1 by 1 until ix > 3
                    if sbs-alt-code(ix) = exe-nuovo
                       move spaces to sbs-alt-code(ix)
                    end-if
                 end-perform
                 write sbs-rec
                       invalid continue
                   not invalid
                       move sbs-exe-code to chiave-dopo
                       move sbs-rec      to immagine-dopo
                       perform SCRIVI-AUDIT-MODIFICA
                 end-write
              end-if
           end-if.

      ***---
       FONDI-ALTERNATIVE.
      *    Il vecchio codice come alternativa di altri esercizi: passa
      *    al nuovo, se il nuovo non e' gia' nella stessa riga o non
      *    e' l'esercizio di partenza (nel qual caso si toglie).
           if status-substitutions not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:5) to sbs-exe-code
              start substitutions key is > sbs-exe-code
                    invalid exit perform
              end-start
              read substitutions next
                   at end exit perform
              end-read
              move sbs-exe-code to ultima-chiave(1:5)
              move sbs-rec      to immagine-prima
              set riga-toccata  to false
              perform varying ix from 1 by 1 until ix > 3
                 if sbs-alt-code(ix) = exe-vecchio
                    set riga-toccata to true
                    move exe-nuovo to sbs-alt-code(ix)
                    if sbs-exe-code = exe-nuovo
                       move spaces to sbs-alt-code(ix)
                    end-if
                    perform varying jx from 1 by 1 until jx > 3
                       if jx not = ix
                       and sbs-alt-code(jx) = exe-nuovo
                          move spaces to sbs-alt-code(ix)
                       end-if
                    end-perform
                 end-if
              end-perform
              if riga-toccata
                 initialize r-chiave
                 string "alternativa di "  delimited size
                        sbs-exe-code       delimited space
                   into r-chiave
                 end-string
                 move "alternativa riscritta" to r-azione
                 perform STAMPA-DETTAGLIO
                 if link-applica
                    move sbs-exe-code to chiave-prima chiave-dopo
                    rewrite sbs-rec
                            invalid continue
                        not invalid
                            move sbs-rec to immagine-dopo
                            perform SCRIVI-AUDIT-MODIFICA
                    end-rewrite
                 end-if
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       FONDI-OBIETTIVI.
      *    Codice in chiave: la riga si cancella e si riscrive sotto il
      *    nuovo codice; se l'atleta ha gia' un obiettivo sul nuovo
      *    codice resta quello.
           move "GOALS" to r-archivio.
           move 0       to num-archivio.
           if status-goals not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:23) to gol-key
              start goals key is > gol-key
                    invalid exit perform
              end-start
              read goals next
                   at end exit perform
              end-read
              move gol-key to ultima-chiave(1:23)
              if gol-exe-code = exe-vecchio
                 move gol-rec  to immagine-prima
                 move gol-key  to chiave-prima
                 move gol-code to r-code-disp
                 initialize r-chiave
                 string "atleta "   delimited size
                        r-code-disp delimited size
                   into r-chiave
                 end-string
                 move exe-nuovo to gol-exe-code
                 move gol-key   to chiave-dopo
                 read goals no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to gol-rec
                 perform SPOSTA-OBIETTIVO
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-OBIETTIVO.
           if nuovo-presente
              move "eliminato: obiettivo gia' sul nuovo codice"
                to r-azione
           else
              move "riscritto sotto il nuovo codice" to r-azione
           end-if.
           perform STAMPA-DETTAGLIO.
           if not link-applica
              exit paragraph
           end-if.
           delete goals record
                  invalid exit paragraph
           end-delete.
           if nuovo-presente
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move exe-nuovo to gol-exe-code
              write gol-rec
                    invalid continue
                not invalid
                    move gol-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-ABILITAZIONI.
      *    Stessa logica degli obiettivi: se l'atleta e' gia' abilitato
      *    sul nuovo codice resta quella abilitazione.
           move "CLEARANCE" to r-archivio.
           move 0           to num-archivio.
           if status-clearance not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:23) to clr-key
              start clearance key is > clr-key
                    invalid exit perform
              end-start
              read clearance next
                   at end exit perform
              end-read
              move clr-key to ultima-chiave(1:23)
              if clr-exe-code = exe-vecchio
                 move clr-rec  to immagine-prima
                 move clr-key  to chiave-prima
                 move clr-code to r-code-disp
                 initialize r-chiave
                 string "atleta "   delimited size
                        r-code-disp delimited size
                   into r-chiave
                 end-string
                 move exe-nuovo to clr-exe-code
                 move clr-key   to chiave-dopo
                 read clearance no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to clr-rec
                 perform SPOSTA-ABILITAZIONE
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-ABILITAZIONE.
           if nuovo-presente
              move "eliminata: atleta gia' abilitato sul nuovo codice"
                to r-azione
           else
              move "riscritta sotto il nuovo codice" to r-azione
           end-if.
           perform STAMPA-DETTAGLIO.
           if not link-applica
              exit paragraph
           end-if.
           delete clearance record
                  invalid exit paragraph
           end-delete.
           if nuovo-presente
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move exe-nuovo to clr-exe-code
              write clr-rec
                    invalid continue
                not invalid
                    move clr-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-LIMITAZIONI.
      *    Solo le limitazioni mediche di tipo "E" (esercizio): "G" e
      *    "M" puntano a gruppi e macrogruppi.
           move "MEDLIMITS" to r-archivio.
           move 0           to num-archivio.
           if status-medlimits not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:24) to lim-key
              start medlimits key is > lim-key
                    invalid exit perform
              end-start
              read medlimits next
                   at end exit perform
              end-read
              move lim-key to ultima-chiave(1:24)
              if lim-tipo-esercizio
              and lim-rif-code = exe-vecchio
                 move lim-rec  to immagine-prima
                 move lim-key  to chiave-prima
                 move lim-code to r-code-disp
                 initialize r-chiave
                 string "atleta "   delimited size
                        r-code-disp delimited size
                   into r-chiave
                 end-string
                 move exe-nuovo to lim-rif-code
                 move lim-key   to chiave-dopo
                 read medlimits no lock
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 move immagine-prima to lim-rec
                 perform SPOSTA-LIMITAZIONE
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-LIMITAZIONE.
           if nuovo-presente
              move "eliminata: limitazione gia' sul nuovo codice"
                to r-azione
           else
              move "riscritta sotto il nuovo codice" to r-azione
           end-if.
           perform STAMPA-DETTAGLIO.
           if not link-applica
              exit paragraph
           end-if.
           delete medlimits record
                  invalid exit paragraph
           end-delete.
           if nuovo-presente
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move exe-nuovo to lim-rif-code
              write lim-rec
                    invalid continue
                not invalid
                    move lim-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-REQUISITI.
      *    Requisiti di qualifica per l'esercizio tecnico (lavoro E):
      *    il vecchio codice sta in testa alla chiave dopo il lavoro.
           move "REQUISITI" to r-archivio.
           move 0           to num-archivio.
           if status-requisiti not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           perform until 1 = 2
              move "E"         to rqs-lavoro
              move exe-vecchio to rqs-oggetto
              move low-value   to rqs-qualifica
              if num-archivio > 0
                 move ultima-chiave(1:10) to rqs-key
              end-if
              start requisiti key is > rqs-key
                    invalid exit perform
              end-start
              read requisiti next
                   at end exit perform
              end-read
              if rqs-lavoro not = "E" or rqs-oggetto not = exe-vecchio
                 exit perform
              end-if
              move rqs-key to ultima-chiave(1:10)
              move rqs-rec to immagine-prima
              move rqs-key to chiave-prima
              initialize r-chiave
              string "qualifica "  delimited size
                     rqs-qualifica delimited space
                into r-chiave
              end-string
              move exe-nuovo to rqs-oggetto
              move rqs-key   to chiave-dopo
              read requisiti no lock
                   invalid     set nuovo-presente to false
               not invalid     set nuovo-presente to true
              end-read
              move immagine-prima to rqs-rec
              perform SPOSTA-REQUISITO
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-REQUISITO.
           if nuovo-presente
              move "eliminato: requisito gia' sul nuovo codice"
                to r-azione
           else
              move "riscritto sotto il nuovo codice" to r-azione
           end-if.
           perform STAMPA-DETTAGLIO.
           if not link-applica
              exit paragraph
           end-if.
           delete requisiti record
                  invalid exit paragraph
           end-delete.
           if nuovo-presente
              perform SCRIVI-AUDIT-CANCELLAZIONE
           else
              move exe-nuovo     to rqs-oggetto
              move acc-operatore to rqs-utente
              write rqs-rec
                    invalid continue
                not invalid
                    move rqs-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-RIEPILOGO-MENSILE.
      *    Riepilogo mensile per atleta/mese/esercizio: se il mese ha
      *    gia' una riga sul nuovo codice i totali si sommano e il
      *    best 1RM e' il migliore dei due, altrimenti la riga passa
      *    sotto il nuovo codice.
           move "MONTHSUM" to r-archivio.
           move 0          to num-archivio.
           if status-monthsum not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to ultima-chiave.
           perform until 1 = 2
              move ultima-chiave(1:29) to msu-key
              start monthsum key is > msu-key
                    invalid exit perform
              end-start
              read monthsum next
                   at end exit perform
              end-read
              move msu-key to ultima-chiave(1:29)
              if msu-exe-code = exe-vecchio
                 move msu-rec  to wk-msu-rec immagine-prima
                 move msu-key  to chiave-prima
                 move msu-code to r-code-disp
                 initialize r-chiave
                 string "atleta "     delimited size
                        r-code-disp   delimited size
                        " mese "      delimited size
                        msu-anno-mese delimited size
                   into r-chiave
                 end-string
                 move exe-nuovo to msu-exe-code
                 read monthsum
                      invalid     set nuovo-presente to false
                  not invalid     set nuovo-presente to true
                 end-read
                 perform SPOSTA-RIEPILOGO
              end-if
           end-perform.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       SPOSTA-RIEPILOGO.
           if nuovo-presente
              move "sommata alla riga del nuovo codice" to r-azione
           else
              move "riscritta sotto il nuovo codice" to r-azione
           end-if.
           perform STAMPA-DETTAGLIO.
           if not link-applica
              if nuovo-presente
                 unlock monthsum
              end-if
              exit paragraph
           end-if.
           if nuovo-presente
      *       Riga del nuovo codice (letta con lock): si sommano i
      *       totali, poi si cancella quella vecchia.
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
              move exe-nuovo to msu-exe-code
              write msu-rec
                    invalid continue
                not invalid
                    move msu-key to chiave-dopo
                    move msu-rec to immagine-dopo
                    perform SCRIVI-AUDIT-MODIFICA
              end-write
           end-if.

      ***---
       FONDI-INCIDENTI.
      *    Registro incidenti: l'esercizio non e' in chiave, la riga
      *    si riscrive sul posto.
           move "INCIDENTS" to r-archivio.
           move 0           to num-archivio.
           if status-incidents not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to inc-key.
           start incidents key is >= inc-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read incidents next
                         at end exit perform
                    end-read
                    if inc-exe-code = exe-vecchio
                       perform RISCRIVI-INCIDENTE
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-INCIDENTE.
           move inc-data to como-data-calcolo.
           perform COMPONI-DATA.
           move inc-ath-code to r-code-disp.
           initialize r-chiave.
           string "incidente del " delimited size
                  r-data-disp      delimited size
                  " atleta "       delimited size
                  r-code-disp      delimited size
             into r-chiave
           end-string.
           move "codice esercizio riscritto" to r-azione.
           perform STAMPA-DETTAGLIO.
           if link-applica
              move inc-rec   to immagine-prima
              move inc-key   to chiave-prima chiave-dopo
              move exe-nuovo to inc-exe-code
              rewrite inc-rec
                      invalid continue
                  not invalid
                      move inc-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-ALZATE-TUTORI.
      *    Alzate tecniche autorizzate dal tutore del minorenne: il
      *    vecchio codice passa al nuovo (o si toglie se il nuovo e'
      *    gia' fra le alzate della stessa riga).
           move "TUTORI" to r-archivio.
           move 0        to num-archivio.
           if status-tutori not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to tut-key.
           start tutori key is >= tut-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read tutori next
                         at end exit perform
                    end-read
                    perform RISCRIVI-ALZATE
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-ALZATE.
           move tut-rec to immagine-prima.
           set riga-toccata to false.
           perform varying ix from 1 by 1 until ix > 5
              if tut-alzata(ix) = exe-vecchio
                 set riga-toccata to true
                 move exe-nuovo to tut-alzata(ix)
                 perform varying jx from 1 by 1 until jx > 5
                    if jx not = ix
                    and tut-alzata(jx) = exe-nuovo
                       move spaces to tut-alzata(ix)
                    end-if
                 end-perform
              end-if
           end-perform.
           if not riga-toccata
              exit paragraph
           end-if.
           move tut-code to r-code-disp.
           initialize r-chiave.
           string "atleta "   delimited size
                  r-code-disp delimited size
                  " tutore "  delimited size
                  tut-progr   delimited size
             into r-chiave
           end-string.
           move "alzata autorizzata riscritta" to r-azione.
           perform STAMPA-DETTAGLIO.
           if link-applica
              move tut-key to chiave-prima chiave-dopo
              rewrite tut-rec
                      invalid continue
                  not invalid
                      move tut-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-RIENTRI.
      *    Esclusioni di tipo "E" dei casi di rientro: come le alzate
      *    di TUTORI, il vecchio codice passa al nuovo (o si toglie
      *    se il nuovo e' gia' escluso nello stesso caso), altrimenti
      *    il caso aperto smetterebbe di escludere l'esercizio.
           move "RIENTRI" to r-archivio.
           move 0         to num-archivio.
           if status-rientri not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to rie-key.
           start rientri key is >= rie-key
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read rientri next
                         at end exit perform
                    end-read
                    perform RISCRIVI-ESCLUSIONI
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-ESCLUSIONI.
           move rie-rec to immagine-prima.
           set riga-toccata to false.
           perform varying ix from 1 by 1 until ix > 5
              if rie-esc-tipo(ix) = "E"
              and rie-esc-rif-code(ix) = exe-vecchio
                 set riga-toccata to true
                 move exe-nuovo to rie-esc-rif-code(ix)
                 perform varying jx from 1 by 1 until jx > 5
                    if jx not = ix
                    and rie-esc-tipo(jx) = "E"
                    and rie-esc-rif-code(jx) = exe-nuovo
                       move spaces to rie-esc-tipo(ix)
                                      rie-esc-rif-code(ix)
                    end-if
                 end-perform
              end-if
           end-perform.
           if not riga-toccata
              exit paragraph
           end-if.
           move rie-inc-data to como-data-calcolo.
           perform COMPONI-DATA.
           move rie-ath-code to r-code-disp.
           initialize r-chiave.
           string "atleta "           delimited size
                  r-code-disp         delimited size
                  " incidente del "   delimited size
                  r-data-disp         delimited size
             into r-chiave
           end-string.
           move "esclusione esercizio riscritta" to r-azione.
           perform STAMPA-DETTAGLIO.
           if link-applica
              move rie-key to chiave-prima chiave-dopo
              rewrite rie-rec
                      invalid continue
                  not invalid
                      move rie-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       FONDI-SFIDE.
      *    Sfide con punteggio dalle serie dell'esercizio: le serie
      *    passano al nuovo codice, e con loro la sfida.
           move "SFIDE" to r-archivio.
           move 0       to num-archivio.
           if status-sfide not = "00" and not = "05"
              perform STAMPA-TOTALE-ARCHIVIO
              exit paragraph
           end-if.
           move low-value to sfd-code.
           start sfide key is >= sfd-code
                 invalid continue
             not invalid
                 perform until 1 = 2
                    read sfide next
                         at end exit perform
                    end-read
                    if sfd-exe-code = exe-vecchio
                       perform RISCRIVI-SFIDA
                    end-if
                 end-perform
           end-start.
           perform STAMPA-TOTALE-ARCHIVIO.

      ***---
       RISCRIVI-SFIDA.
           initialize r-chiave.
           string "sfida "   delimited size
                  sfd-code   delimited space
                  " "        delimited size
                  sfd-desc   delimited "  "
             into r-chiave
           end-string.
           move "codice esercizio riscritto" to r-azione.
           perform STAMPA-DETTAGLIO.
           if link-applica
              move sfd-rec   to immagine-prima
              move sfd-code  to chiave-prima chiave-dopo
              move exe-nuovo to sfd-exe-code
              rewrite sfd-rec
                      invalid continue
                  not invalid
                      move sfd-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           end-if.

      ***---
       RITIRA-CODICE.
           move "EXERCISES" to r-archivio.
           move 0           to num-archivio.
           move exe-vecchio to exe-code.
           read exercises
                invalid exit paragraph
           end-read.
           move exe-vecchio to r-chiave.
           initialize r-azione.
           string "codice ritirato, sostituito da " delimited size
                  exe-nuovo                         delimited space
             into r-azione
           end-string.
           perform STAMPA-DETTAGLIO.
           if link-applica
              move exe-rec     to immagine-prima
              move exe-code    to chiave-prima chiave-dopo
              set exe-codice-ritirato to true
              move exe-nuovo   to exe-sostituito-da
              rewrite exe-rec
                      invalid continue
                  not invalid
                      move exe-rec to immagine-dopo
                      perform SCRIVI-AUDIT-MODIFICA
              end-rewrite
           else
              unlock exercises
           end-if.

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
                     " nessun riferimento a " delimited size
                     exe-vecchio   delimited space
                into r-riga
              end-string
              perform SCRIVI-RIGA
           end-if.

      ***---
       SCRIVI-AUDIT-MODIFICA.
      *    Giornale centrale (vedi auditjrn.fd): riga "P" con la
      *    riga com'era, riga "D" con quella scritta, col motivo
      *    "FUSIONE vecchio > nuovo" come la correzione di glogwod.
           move "mrg-exercises"  to aud-programma.
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
           move "mrg-exercises"  to aud-programma.
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
           close exercises rwodbook rwodbook-storico substitutions goals
                 clearance medlimits requisiti monthsum incidents
                 tutori rientri sfide.
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
