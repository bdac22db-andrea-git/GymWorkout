       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gaziende.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Maintenance screen delle aziende convenzionate (aziende):
      *    ragione sociale, partita IVA, referente e convenzione
      *    (S = sconto percentuale sul listino delle rate, Q = quota
      *    fissa mensile per dipendente con abbonamento attivo). Il
      *    dipendente si lega all'azienda in gathlete; le sue rate
      *    finiscono nello scadenzario AZISCAD invece che in PAYMENTS
      *    e l'azienda riceve l'estratto conto mensile (st-aziende).
      *    Un'azienda che non rinnova la convenzione si marca cessata
      *    ("C"): i legami gia' registrati restano, i nuovi no.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "aziende.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "aziende.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-aziende       pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 record-esistente  value 1 false 0.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-ragione      value 2.
       78  78-ID-ef-piva         value 3.
       78  78-ID-ef-contatto     value 4.
       78  78-ID-ef-telefono     value 5.
       78  78-ID-ef-email        value 6.
       78  78-ID-ef-accordo      value 7.
       78  78-ID-ef-sconto       value 8.
       78  78-ID-ef-quota        value 9.
       78  78-ID-ef-stato        value 10.
       78  78-ID-pb-carica       value 11.
       78  78-ID-pb-salva        value 12.
       78  78-ID-pb-esci         value 13.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic x(5).
       77  ef-ragione-buf        pic x(60).
       77  ef-piva-buf           pic x(11).
       77  ef-contatto-buf       pic x(40).
       77  ef-telefono-buf       pic x(20).
       77  ef-email-buf          pic x(60).
       77  ef-accordo-buf        pic x.
       77  ef-sconto-buf         pic 9(3)v99.
       77  ef-quota-buf          pic 9(5)v99.
       77  ef-stato-buf          pic x.

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic x(5)
                                            using ef-codice-buf.
           05 ef-ragione    line 3  col 22 pic x(60)
                                            using ef-ragione-buf.
           05 ef-piva       line 4  col 22 pic x(11)
                                            using ef-piva-buf.
           05 ef-contatto   line 5  col 22 pic x(40)
                                            using ef-contatto-buf.
           05 ef-telefono   line 6  col 22 pic x(20)
                                            using ef-telefono-buf.
           05 ef-email      line 7  col 22 pic x(60)
                                            using ef-email-buf.
           05 ef-accordo    line 8  col 22 pic x
                                            using ef-accordo-buf.
           05 ef-sconto     line 9  col 22 pic 9(3)v99
                                            using ef-sconto-buf.
           05 ef-quota      line 10 col 22 pic 9(5)v99
                                            using ef-quota-buf.
           05 ef-stato      line 11 col 22 pic x
                                            using ef-stato-buf.
           05 pb-carica     line 13 col 5  pic x(10) value "Carica".
           05 pb-salva      line 13 col 20 pic x(10) value "Salva".
           05 pb-esci       line 13 col 35 pic x(10) value "Esci".

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
           move "gaziende"    to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move spaces to ef-codice-buf ef-ragione-buf ef-piva-buf
                          ef-contatto-buf ef-telefono-buf ef-email-buf.
           move "S"    to ef-accordo-buf.
           move "A"    to ef-stato-buf.
           move 0      to ef-sconto-buf ef-quota-buf.

      ***---
       APRI-FILES.
           open i-o aziende.
           if status-aziende = "35"
              open output aziende
              close aziende
              open i-o aziende
           end-if.
           if status-aziende not = "00" and not = "05"
              set errori to true
           end-if.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gaziende-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-salva
                perform SALVA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
           move ef-codice-buf to azi-code.
           read aziende
                invalid
                   display message "Azienda non presente"
                              icon mb-information-icon
                   exit paragraph
           end-read.
           move azi-ragione-sociale to ef-ragione-buf.
           move azi-partita-iva     to ef-piva-buf.
           move azi-contatto        to ef-contatto-buf.
           move azi-telefono        to ef-telefono-buf.
           move azi-email           to ef-email-buf.
           move azi-tipo-accordo    to ef-accordo-buf.
           move azi-perc-sconto     to ef-sconto-buf.
           move azi-quota-mensile   to ef-quota-buf.
           move azi-stato           to ef-stato-buf.
           display Form1.

      ***---
       SALVA-RECORD.
           if ef-codice-buf = spaces
              display message "Codice azienda obbligatorio"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-ragione-buf = spaces
              display message "Ragione sociale obbligatoria"
                         icon mb-warning-icon
              exit paragraph
           end-if.
      *    La partita IVA va in fattura: undici cifre.
           if ef-piva-buf is not numeric
              display message "Partita IVA: 11 cifre"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-accordo-buf converting "sq" to "SQ".
           evaluate ef-accordo-buf
           when "S"
                if ef-sconto-buf > 100
                   display message "Sconto oltre il 100%"
                              icon mb-warning-icon
                   exit paragraph
                end-if
                move 0 to ef-quota-buf
           when "Q"
                if ef-quota-buf = 0
                   display message "Quota mensile per dipendente "
                                   "obbligatoria" icon mb-warning-icon
                   exit paragraph
                end-if
                move 0 to ef-sconto-buf
           when other
                display message "Convenzione: S sconto sul listino, "
                                "Q quota fissa mensile"
                           icon mb-warning-icon
                exit paragraph
           end-evaluate.
           if ef-stato-buf not = "A" and not = "C"
              display message "Stato: A = attiva, C = cessata"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-codice-buf to azi-code.
           read aziende
                invalid    set record-esistente to false
               not invalid set record-esistente to true
           end-read.

           move ef-ragione-buf   to azi-ragione-sociale.
           move ef-piva-buf      to azi-partita-iva.
           move ef-contatto-buf  to azi-contatto.
           move ef-telefono-buf  to azi-telefono.
           move ef-email-buf     to azi-email.
           move ef-accordo-buf   to azi-tipo-accordo.
           move ef-sconto-buf    to azi-perc-sconto.
           move ef-quota-buf     to azi-quota-mensile.
           move ef-stato-buf     to azi-stato.
           move acc-operatore       to azi-utente.
           display Form1.

           if record-esistente
              rewrite azi-rec
                      invalid display message "Impossibile salvare"
                                 icon mb-warning-icon
              end-rewrite
           else
              write azi-rec
                    invalid display message "Impossibile salvare"
                               icon mb-warning-icon
              end-write
           end-if.

      ***---
       CHIUDI-FILES.
           close aziende.
