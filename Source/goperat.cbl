       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      goperat.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen degli operatori (OPERATORI): codice con
      *    cui si entra nei programmi, nominativo, ruolo (R reception,
      *    T trainer, M manager, A admin), codice istruttore per i
      *    trainer, stato (A attivo, D disattivato: non entra piu' ma
      *    resta nei campi utente degli archivi). Per un operatore
      *    nuovo la password e' obbligatoria e va scritta due volte;
      *    per uno esistente si lascia vuota per non cambiarla. In
      *    archivio c'e' solo l'impronta calcolata da accesso.
      *    "Sblocca" azzera le password errate di un operatore
      *    bloccato. Riservato all'admin (default di accesso).
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "operatori.sl".
       copy "trainers.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "operatori.fd".
       copy "trainers.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-operatori     pic xx.
       77  status-trainers      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

       77  risposta             pic 9.
       77  operatore-sessione   pic x(20).

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-nominativo   value 2.
       78  78-ID-ef-ruolo        value 3.
       78  78-ID-ef-trainer      value 4.
       78  78-ID-ef-stato        value 5.
       78  78-ID-ef-password     value 6.
       78  78-ID-ef-conferma     value 7.
       78  78-ID-pb-carica       value 8.
       78  78-ID-pb-salva        value 9.
       78  78-ID-pb-sblocca      value 10.
       78  78-ID-pb-esci         value 11.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic x(20).
       77  ef-nominativo-buf     pic x(60).
       77  ef-ruolo-buf          pic x.
       77  ef-trainer-buf        pic x(5).
       77  ef-stato-buf          pic x.
       77  ef-password-buf       pic x(20).
       77  ef-conferma-buf       pic x(20).
       77  ef-tentativi-buf      pic 9(2).
       77  ef-ultimo-buf         pic 9(8).

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic x(20)
                                            using ef-codice-buf.
           05 ef-nominativo line 3  col 22 pic x(60)
                                            using ef-nominativo-buf.
           05 ef-ruolo      line 4  col 22 pic x
                                            using ef-ruolo-buf.
           05 ef-trainer    line 5  col 22 pic x(5)
                                            using ef-trainer-buf.
           05 ef-stato      line 6  col 22 pic x
                                            using ef-stato-buf.
           05 ef-password   line 8  col 22 pic x(20) secure
                                            using ef-password-buf.
           05 ef-conferma   line 9  col 22 pic x(20) secure
                                            using ef-conferma-buf.
           05 ef-tentativi  line 11 col 22 pic z9
                                            using ef-tentativi-buf.
           05 ef-ultimo     line 12 col 22 pic 9(8)
                                            using ef-ultimo-buf.
           05 pb-carica     line 14 col 5  pic x(10) value "Carica".
           05 pb-salva      line 14 col 20 pic x(10) value "Salva".
           05 pb-sblocca    line 14 col 35 pic x(10) value "Sblocca".
           05 pb-esci       line 14 col 50 pic x(10) value "Esci".

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.
           move spaces to acc-funzione.
           perform CONTROLLA-ACCESSO.
           if acc-negato
              goback
           end-if.
           perform INIT.
           perform APRI-FILES.
           if tutto-ok
              perform GESTIONE-SCHERMO
              perform CHIUDI-FILES
           end-if.
           goback.

      ***---
       CONTROLLA-ACCESSO.
           set acc-controllo to true.
           move "goperat"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".
           move acc-operatore to operatore-sessione.

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-nominativo-buf ef-trainer-buf
                          ef-password-buf ef-conferma-buf.
           move "R"    to ef-ruolo-buf.
           move "A"    to ef-stato-buf.
           move 0      to ef-tentativi-buf ef-ultimo-buf.

      ***---
       APRI-FILES.
           open i-o operatori.
           if status-operatori = "35"
              open output operatori
              close operatori
              open i-o operatori
           end-if.
           if status-operatori not = "00" and not = "05"
              set errori to true
           end-if.

           open input trainers.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "goperat-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-sblocca
                perform SBLOCCA-OPERATORE
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move spaces to ef-password-buf ef-conferma-buf.
           move ef-codice-buf to opr-code.
           read operatori
                invalid
                   display message "Operatore non presente"
                              icon mb-information-icon
                   move 0 to ef-tentativi-buf ef-ultimo-buf
                   display Form1
                   exit paragraph
           end-read.
           move opr-nominativo          to ef-nominativo-buf.
           move opr-ruolo               to ef-ruolo-buf.
           move opr-trn-code            to ef-trainer-buf.
           move opr-stato               to ef-stato-buf.
           move opr-tentativi-falliti   to ef-tentativi-buf.
           move opr-data-ultimo-accesso to ef-ultimo-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           if ef-codice-buf = spaces
              display message "Codice operatore obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-nominativo-buf = spaces
              display message "Nominativo obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-ruolo-buf converting "rtma" to "RTMA".
           if ef-ruolo-buf not = "R" and not = "T"
                       and not = "M" and not = "A"
              display message "Ruolo: R reception, T trainer, "
                              "M manager, A admin"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-stato-buf converting "ad" to "AD".
           if ef-stato-buf not = "A" and not = "D"
              display message "Stato: A attivo, D disattivato"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-trainer-buf not = spaces
              move ef-trainer-buf to trn-code
              read trainers
                   invalid
                      display message "Istruttore " ef-trainer-buf
                                      " non presente"
                                 icon mb-warning-icon
                      exit paragraph
              end-read
           end-if.
           if ef-password-buf not = ef-conferma-buf
              display message "Le due password non coincidono"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-codice-buf to opr-code.
           read operatori
                invalid
                   set record-esistente to false
                   move 0 to opr-tentativi-falliti
                             opr-data-ultimo-accesso
                             opr-ora-ultimo-accesso
               not invalid
                   set record-esistente to true
           end-read.
           if not record-esistente and ef-password-buf = spaces
              display message "Password obbligatoria per un nuovo "
                              "operatore" icon mb-warning-icon
              exit paragraph
           end-if.
      *    L'operatore collegato non si toglie da solo i diritti di
      *    admin: resterebbe senza nessuno che gestisca gli operatori.
           if record-esistente and opr-code = operatore-sessione
              and opr-admin and
                 (ef-ruolo-buf not = "A" or ef-stato-buf not = "A")
              display message "Non si puo' togliere il ruolo admin "
                              "all'operatore collegato"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-nominativo-buf to opr-nominativo.
           move ef-ruolo-buf      to opr-ruolo.
           move ef-trainer-buf    to opr-trn-code.
           move ef-stato-buf      to opr-stato.
           if ef-password-buf not = spaces
              set acc-impronta    to true
              move opr-code        to acc-operatore
              move ef-password-buf to acc-password
              call   "accesso" using accesso-linkage
              cancel "accesso"
              move acc-impronta-password to opr-password-hash
              move spaces to acc-password
              accept opr-data-password from century-date
              move 0 to opr-tentativi-falliti
           end-if.
           move operatore-sessione to opr-utente.

           if record-esistente
              rewrite opr-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write opr-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.
           move spaces to ef-password-buf ef-conferma-buf.
           move opr-tentativi-falliti to ef-tentativi-buf.
           display Form1.

      ***---
       SBLOCCA-OPERATORE.
           move ef-codice-buf to opr-code.
           read operatori
                invalid
                   display message "Operatore non presente"
                              icon mb-warning-icon
                   exit paragraph
           end-read.
           if opr-tentativi-falliti = 0
              display message "Operatore non bloccato"
                         icon mb-information-icon
              exit paragraph
           end-if.
           display message box "Azzerare le " opr-tentativi-falliti
                               " password errate di " opr-code "?"
                   type mb-yes-no
                   icon mb-question-icon
                   default mb-no
                   giving risposta.
           if risposta not = mb-yes
              exit paragraph
           end-if.
           move 0 to opr-tentativi-falliti.
           move operatore-sessione to opr-utente.
           rewrite opr-rec
                   invalid display message "Impossibile salvare"
                              icon mb-warning-icon
           end-rewrite.
           move 0 to ef-tentativi-buf.
           display Form1.

      ***---
       CHIUDI-FILES.
           close operatori trainers.
