       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      accesso.
       SPECIAL-NAMES. decimal-point is comma.
      ******************************************************************
      *    Controllo degli accessi, chiamato all'avvio da ogni
      *    programma interattivo (e dalle funzioni riservate dentro i
      *    programmi) con nome programma e funzione in linkage.
      *    Se nella sessione non c'e' ancora un operatore collegato
      *    chiede codice e password (tre tentativi) e li verifica su
      *    OPERATORI: operatore attivo, non bloccato, impronta della
      *    password uguale. Cinque password sbagliate di fila bloccano
      *    l'operatore finche' un admin non lo sblocca in goperat.
      *    Collegato l'operatore, il suo ruolo deve essere ammesso dalla
      *    riga di PERMESSI del programma/funzione; senza riga valgono
      *    i default qui sotto (funzioni delicate solo a manager e
      *    admin, anagrafiche degli operatori e dei permessi solo
      *    admin, il resto a tutti). L'admin passa sempre.
      *    Ogni tentativo respinto lascia una riga in ACCESSI
      *    (st-accessi). L'operatore collegato resta in
      *    OPERATORE-COLLEGATO (operatore.def) per tutta la sessione:
      *    e' il codice che i programmi scrivono nei campi utente e in
      *    AUDITJRN.
      *    Impianto senza nessun operatore in anagrafica: tutto
      *    consentito con l'utente di sistema, per poter registrare il
      *    primo admin in goperat.
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           copy "operatori.sl".
           copy "permessi.sl".
           copy "accessi.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           copy "operatori.fd".
           copy "permessi.fd".
           copy "accessi.fd".

       WORKING-STORAGE SECTION.
           copy "acugui.def".
           copy "acucobol.def".
           copy "operatore.def".

       77  status-operatori        pic xx.
       77  status-permessi         pic xx.
       77  status-accessi          pic xx.

      * COSTANTI
       78  78-max-tentativi        value 3.
       78  78-blocco-operatore     value 5.
       78  78-modulo-impronta      value 999999999989.

       77  filler                  pic 9.
           88 operatori-presenti   value 1 false 0.
       77  filler                  pic 9.
           88 accesso-riuscito     value 1 false 0.
       77  filler                  pic 9.
           88 fine-richiesta       value 1 false 0.
       77  filler                  pic 9.
           88 permessi-aperti      value 1 false 0.
       77  filler                  pic 9.
           88 riga-default         value 1 false 0.

       77  tentativi               pic 9.
       77  ix-ruolo                pic 9.
       77  ix-default              pic 99.
       77  ix-carattere            pic 99.
       77  ora-log                 pic 9(8).

      * IMPRONTA DELLA PASSWORD: codice operatore + password.
       01  testo-impronta.
           05 testo-operatore      pic x(20).
           05 testo-password       pic x(20).
       01  filler redefines testo-impronta.
           05 carattere-impronta   pic x comp-x occurs 40.
       77  impronta-calcolo        pic 9(18).
       77  impronta-quoziente      pic 9(18).

      * PERMESSI DI DEFAULT (senza riga in PERMESSI): programma,
      * funzione, ruoli ammessi reception/trainer/manager/admin.
       01  tab-default.
           05 filler  pic x(29) value "gdpr-anon                NNSS".
           05 filler  pic x(29) value "bak-restore              NNNS".
           05 filler  pic x(29) value "bak-rollfwd              NNNS".
           05 filler  pic x(29) value "gblock                   NNSS".
           05 filler  pic x(29) value "gblock         RILASCIO  NNSS".
           05 filler  pic x(29) value "glogwod        CORREZIONENNSS".
           05 filler  pic x(29) value "goperat                  NNNS".
           05 filler  pic x(29) value "gpermessi                NNNS".
           05 filler  pic x(29) value "mrg-exercises            NNSS".
           05 filler  pic x(29) value "mrg-athletes             NNSS".
           05 filler  pic x(29) value "riorg-files              NNNS".
       01  filler redefines tab-default.
           05 def-el               occurs 11.
               10 def-programma    pic x(15).
               10 def-funzione     pic x(10).
               10 def-ruolo        pic x occurs 4.
       78  78-num-default          value 11.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-operatore      value 1.
       78  78-ID-ef-password       value 2.
       78  78-ID-pb-entra          value 3.
       78  78-ID-pb-annulla        value 4.

       77  control-id              pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-operatore-buf        pic x(20).
       77  ef-password-buf         pic x(20).

       LINKAGE SECTION.
           copy "accesso.lks".

       SCREEN SECTION.
       01  Form1.
           05 ef-operatore  line 2  col 22 pic x(20)
                                            using ef-operatore-buf.
           05 ef-password   line 3  col 22 pic x(20) secure
                                            using ef-password-buf.
           05 pb-entra      line 5  col 5  pic x(10) value "Entra".
           05 pb-annulla    line 5  col 20 pic x(10) value "Annulla".

      ******************************************************************
       PROCEDURE DIVISION using accesso-linkage.
      ***---
       MAIN-PRG.
           evaluate true
           when acc-impronta
                perform CALCOLA-IMPRONTA
                move impronta-calcolo to acc-impronta-password
           when acc-scollega
                move spaces to opc-codice opc-ruolo
           when other
                perform CONTROLLA-ACCESSO
           end-evaluate.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-negato to true.
           move spaces to acc-operatore acc-ruolo.
           perform APRI-FILES.
           if not operatori-presenti
      *       Nessun operatore registrato: impianto ancora da
      *       configurare, si lavora con l'utente di sistema.
              accept SYSTEM-INFORMATION from system-info
              move SYSTEM-INFO-USER-ID to acc-operatore
              set acc-consentito to true
              perform CHIUDI-FILES
              exit paragraph
           end-if.

      *    L'operatore collegato deve essere ancora attivo: uno
      *    disattivato a sessione aperta rifa' l'accesso.
           if opc-codice = spaces or opc-codice = low-value
              move spaces to opc-codice opc-ruolo
           else
              move opc-codice to opr-code
              read operatori
                   invalid move spaces to opc-codice opc-ruolo
               not invalid
                   if not opr-attivo
                      move spaces to opc-codice opc-ruolo
                   else
                      move opr-ruolo to opc-ruolo
                   end-if
              end-read
           end-if.

           if opc-codice = spaces
              if acc-batch
                 move spaces to acl-operatore
                 set acl-sconosciuto to true
                 perform SCRIVI-ACCESSO-RESPINTO
                 perform CHIUDI-FILES
                 exit paragraph
              end-if
              perform RICHIEDI-ACCESSO
              if not accesso-riuscito
                 perform CHIUDI-FILES
                 exit paragraph
              end-if
           end-if.

           move opc-codice to acc-operatore.
           move opc-ruolo  to acc-ruolo.
           perform CONTROLLA-PERMESSO.
           if acc-negato
              move opc-codice to acl-operatore
              set acl-non-permesso to true
              perform SCRIVI-ACCESSO-RESPINTO
              if not acc-batch
                 display message "Operatore " opc-codice
                                 ": il ruolo non e' abilitato a "
                                 acc-programma " " acc-funzione
                            icon mb-stop-icon
              end-if
           end-if.
           perform CHIUDI-FILES.

      ***---
       APRI-FILES.
           set operatori-presenti to false.
           open i-o operatori.
           if status-operatori = "00" or = "05"
              move low-value to opr-key
              start operatori key is >= opr-key
                    invalid continue
                not invalid
                    read operatori next
                         at end continue
                     not at end set operatori-presenti to true
                    end-read
              end-start
           end-if.

           set permessi-aperti to false.
           open input permessi.
           if status-permessi = "00" or = "05"
              set permessi-aperti to true
           end-if.

           open i-o accessi.
           if status-accessi = "35"
              open output accessi
              close accessi
              open i-o accessi
           end-if.

      ***---
       RICHIEDI-ACCESSO.
           set accesso-riuscito to false.
           set fine-richiesta   to false.
           move 0 to tentativi.
           move spaces to ef-operatore-buf ef-password-buf.
           display Form1.
           perform until fine-richiesta
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.
           move spaces to ef-password-buf.

      ***---
       GESTIONE-CONTROLLI.
           copy "accesso-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-entra
                perform VERIFICA-OPERATORE
                if accesso-riuscito
                   set fine-richiesta to true
                else
                   add 1 to tentativi
                   if tentativi >= 78-max-tentativi
                      set fine-richiesta to true
                   end-if
                   move spaces to ef-password-buf
                   display Form1
                end-if
           when 78-ID-pb-annulla
                set fine-richiesta to true
           end-evaluate.

      ***---
       VERIFICA-OPERATORE.
           move ef-operatore-buf to opr-code acl-operatore.
           read operatori
                invalid
                   set acl-sconosciuto to true
                   perform SCRIVI-ACCESSO-RESPINTO
                   display message "Operatore o password errati"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           if not opr-attivo
              set acl-disattivato to true
              perform SCRIVI-ACCESSO-RESPINTO
              display message "Operatore disattivato"
                         icon mb-stop-icon
              exit paragraph
           end-if.
           if opr-tentativi-falliti >= 78-blocco-operatore
              set acl-bloccato to true
              perform SCRIVI-ACCESSO-RESPINTO
              display message "Operatore bloccato per troppe password "
                              "errate: rivolgersi all'amministratore"
                         icon mb-stop-icon
              exit paragraph
           end-if.

           move ef-operatore-buf to acc-operatore.
           move ef-password-buf  to acc-password.
           perform CALCOLA-IMPRONTA.
           move spaces to acc-password.
           if impronta-calcolo not = opr-password-hash
              add 1 to opr-tentativi-falliti
              rewrite opr-rec invalid continue end-rewrite
              set acl-password-errata to true
              perform SCRIVI-ACCESSO-RESPINTO
              if opr-tentativi-falliti >= 78-blocco-operatore
                 display message "Password errata: operatore "
                                 "bloccato" icon mb-stop-icon
              else
                 display message "Operatore o password errati"
                            icon mb-warning-icon
              end-if
              exit paragraph
           end-if.

           move 0 to opr-tentativi-falliti.
           accept opr-data-ultimo-accesso from century-date.
           accept opr-ora-ultimo-accesso  from time.
           rewrite opr-rec invalid continue end-rewrite.
           move opr-code  to opc-codice.
           move opr-ruolo to opc-ruolo.
           set accesso-riuscito to true.

      ***---
       CONTROLLA-PERMESSO.
           if opc-ruolo = "A"
              set acc-consentito to true
              exit paragraph
           end-if.
           evaluate opc-ruolo
           when "R" move 1 to ix-ruolo
           when "T" move 2 to ix-ruolo
           when "M" move 3 to ix-ruolo
           when other
                set acc-negato to true
                exit paragraph
           end-evaluate.

           if permessi-aperti
              move acc-programma to pms-programma
              move acc-funzione  to pms-funzione
              read permessi
                   invalid continue
               not invalid
                   if pms-ruolo-ammesso(ix-ruolo) = "S"
                      set acc-consentito to true
                   else
                      set acc-negato     to true
                   end-if
                   exit paragraph
              end-read
           end-if.

           set riga-default to false.
           perform varying ix-default from 1 by 1
                     until ix-default > 78-num-default
              if def-programma(ix-default) = acc-programma
              and def-funzione(ix-default) = acc-funzione
                 set riga-default to true
                 exit perform
              end-if
           end-perform.
           if riga-default
              if def-ruolo(ix-default, ix-ruolo) = "S"
                 set acc-consentito to true
              else
                 set acc-negato     to true
              end-if
           else
              set acc-consentito to true
           end-if.

      ***---
       CALCOLA-IMPRONTA.
      *    Impronta numerica di codice + password: nessuna password
      *    resta scritta in chiaro negli archivi.
           move acc-operatore to testo-operatore.
           move acc-password  to testo-password.
           move 7 to impronta-calcolo.
           perform varying ix-carattere from 1 by 1
                     until ix-carattere > 40
              compute impronta-calcolo =
                      impronta-calcolo * 131
                    + carattere-impronta(ix-carattere)
                    + ix-carattere
              divide impronta-calcolo by 78-modulo-impronta
                     giving impronta-quoziente
                     remainder impronta-calcolo
           end-perform.
           move spaces to testo-impronta.

      ***---
       SCRIVI-ACCESSO-RESPINTO.
      *    Motivo e operatore (spazi se sconosciuto) gia' impostati.
           accept acl-data from century-date.
           accept acl-ora  from time.
           move acc-programma to acl-programma.
           move acc-funzione  to acl-funzione.
           move opc-ruolo     to acl-ruolo.
           accept SYSTEM-INFORMATION from system-info.
           move SYSTEM-INFO-USER-ID to acl-postazione.
      *    Due righe nello stesso centesimo: la seconda scala avanti.
           move acl-ora to ora-log.
           write acl-rec
                 invalid
                    add 1 to ora-log
                    move ora-log to acl-ora
                    write acl-rec invalid continue end-write
           end-write.

      ***---
       CHIUDI-FILES.
           close operatori permessi accessi.
