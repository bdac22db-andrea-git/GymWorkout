       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Cancellazione GDPR di un ex socio: azzera i dati personali
      *    in anagrafica (nominativo, nascita, sesso, telefono, mail,
      *    contatto di emergenza) e marca il record come
      *    anonimizzato; a richiesta riassegna le righe di rwodbook,
      *    dell'archivio RWODBOOK-STORICO e di CHECKIN al
      *    codice-contenitore anonimo, cosi' le statistiche
      *    di palestra (st-popolarita, volumi) restano integre senza
      *    piu' legame con la persona - comprese le stagioni gia'
      *    scaricate da arc-rwodbook, che prima restavano
      *    riconoscibili: un buco di conformita' vero. Si RIFIUTA di
      *    lavorare su un atleta ancora attivo e senza la conferma
      *    esplicita in linkage; ogni lancio lascia una riga nel
      *    registro cancellazioni GDPRLOG con data e utente operante.
      *    Prima di tutto chiede ad accesso se l'operatore collegato
      *    puo' lanciarla: un rifiuto e' anch'esso una riga di GDPRLOG.
      *    Il mandato SEPA (MANDATES) resta per la prova dell'addebito
      *    (riferimento e data di firma) ma perde conto e titolare e
      *    passa a revocato.
      *    Allo stesso modo i genitori/tutori di TUTORI restano come
      *    prova del consenso (relazione e data di firma) ma perdono
      *    nominativo, recapiti e documento.
      ******************************************************************

       INPUT-OUTPUT SECTION.
           copy "rwodbook.sl".
           copy "rwodbook-storico.sl".
           copy "checkin.sl".
           copy "mandates.sl".
           copy "tutori.sl".
       SELECT gdprlog
           ASSIGN       TO  "gdprlog"
           ORGANIZATION IS LINE SEQUENTIAL
           copy "rwodbook.fd".
           copy "rwodbook-storico.fd".
           copy "checkin.fd".
           copy "mandates.fd".
           copy "tutori.fd".

       FD  gdprlog
           LABEL RECORD IS STANDARD.
       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-athletes         pic xx.
       77  status-rwodbook         pic xx.
       77  status-rwodbook-storico pic xx.
       77  status-checkin          pic xx.
       77  status-gdprlog          pic xx.
       77  status-mandates         pic xx.
       77  status-tutori           pic xx.

      *    Codice-contenitore anonimo a cui riassegnare lo storico:
      *    tutte le cancellazioni GDPR confluiscono qui, cosi' le
           move 0 to link-status.
           move spaces to esito-lancio.

      *    Funzione riservata: di default solo manager e admin.
           move spaces       to acc-funzione.
           set acc-controllo to true.
           move "gdpr-anon"  to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".
           if acc-negato
              move -1 to link-status
              move "RIFIUTATO: non abilitato" to esito-lancio
              perform SCRIVI-GDPRLOG
              goback
           end-if.

           if not link-confermato
              move -1 to link-status
              move "RIFIUTATO: manca conferma" to esito-lancio
           end-if.
      *    L'archivio puo' non esistere su un impianto giovane.
           open i-o rwodbook-storico.
      *    Come i mandati, se l'addebito diretto non e' mai partito.
           open i-o mandates.
      *    E i tutori, se l'impianto non ha mai avuto minorenni.
           open i-o tutori.

           move link-ath-code to ath-code.
           read athletes

           if tutto-ok
              perform ANONIMIZZA-ANAGRAFICA
              perform ANONIMIZZA-MANDATO
              perform ANONIMIZZA-TUTORI
              if link-riassegna-pool
                 perform RIASSEGNA-REGISTRO-SERIE
                 perform RIASSEGNA-STORICO-SERIE
           or status-rwodbook-storico = "05"
              close rwodbook-storico
           end-if.
           if status-mandates = "00"
           or status-mandates = "05"
              close mandates
           end-if.
           if status-tutori = "00"
           or status-tutori = "05"
              close tutori
           end-if.
           perform SCRIVI-GDPRLOG.

           if errori

      ***---
       ANONIMIZZA-ANAGRAFICA.
           move spaces to ath-cognome ath-nome ath-sesso
                          ath-telefono ath-email
                          ath-emergenza-nome ath-emergenza-telefono.
           move 0      to ath-data-nascita.
           set ath-anonimizzato to true.
           accept ath-data-ultima-modifica from century-date.
           move acc-operatore       to ath-utente-ultima-modifica.
           rewrite ath-rec
                   invalid set errori to true
           end-rewrite.

      ***---
       ANONIMIZZA-MANDATO.
           if status-mandates not = "00" and not = "05"
              exit paragraph
           end-if.
           move link-ath-code to mnd-code.
           read mandates
                invalid exit paragraph
           end-read.
           move spaces to mnd-iban mnd-bic mnd-intestatario.
           set mnd-revocato to true.
           move acc-operatore       to mnd-utente.
           rewrite mnd-rec
                   invalid set errori to true
           end-rewrite.

      ***---
       ANONIMIZZA-TUTORI.
           if status-tutori not = "00" and not = "05"
              exit paragraph
           end-if.
           move link-ath-code to tut-code.
           move 0             to tut-progr.
           start tutori key is >= tut-key
                 invalid exit paragraph
           end-start.
           perform until 1 = 2
              read tutori next at end exit perform end-read
              if tut-code not = link-ath-code
                 exit perform
              end-if
              move spaces to tut-nominativo tut-telefono
                             tut-email tut-documento
              move acc-operatore       to tut-utente
              rewrite tut-rec
                      invalid set errori to true
              end-rewrite
           end-perform.

      ***---
       RIASSEGNA-REGISTRO-SERIE.
      *    La chiave primaria cambia (il codice e' in testa), quindi
           end-if.
           accept gdl-data from century-date.
           accept gdl-ora  from time.
           move acc-operatore       to gdl-utente.
           move link-ath-code       to gdl-ath-code.
           move esito-lancio        to gdl-esito.
           write gdl-rec.
