       IDENTIFICATION DIVISION.
       PROGRAM-ID.                      gconsensi.
       AUTHOR.                          Andrea.
      ******************************************************************
      *    Registro dei consensi privacy (consensi): per atleta e
      *    finalita' (M marketing, F foto sui social, T trasferimento
      *    dati all'altra sede) la reception registra il consenso dato
      *    ("D") o revocato ("R") e la fonte (M modulo firmato,
      *    R reception, W sito/app, E e-mail). Ogni registrazione e'
      *    una riga nuova datata: niente si sovrascrive e vale l'ultima
      *    dichiarazione. "Carica" mostra la situazione in vigore per
      *    la finalita' scelta. Il modulo da far firmare e' st-consensi.
      ******************************************************************

       SPECIAL-NAMES. decimal-point is comma.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy "consensi.sl".
       copy "athletes.sl".

      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       copy "consensi.fd".
       copy "athletes.fd".

       WORKING-STORAGE SECTION.
       copy "acugui.def".
       copy "acucobol.def".
       copy "accesso.lks".

       77  status-consensi      pic xx.
       77  status-athletes      pic xx.

       77  controlli            pic xx.
           88 tutto-ok          value "OK".
           88 errori            value "ER".
       77  filler               pic 9.
           88 fine-programma    value 1 false 0.
       77  filler               pic 9.
           88 consenso-trovato  value 1 false 0.

       01  r-data-disp          pic 99/99/9999.

      * IDENTIFICATIVI DEI CONTROLLI DELLA SCREEN FORM1
       78  78-ID-ef-codice       value 1.
       78  78-ID-ef-finalita     value 2.
       78  78-ID-ef-stato        value 3.
       78  78-ID-ef-fonte        value 4.
       78  78-ID-ef-note         value 5.
       78  78-ID-pb-carica       value 6.
       78  78-ID-pb-registra     value 7.
       78  78-ID-pb-esci         value 8.

       77  control-id            pic 9(4).

      * BUFFER DI SCAMBIO CON I CONTROLLI DELLA SCREEN
       77  ef-codice-buf         pic 9(18).
       77  ef-finalita-buf       pic x.
       77  ef-stato-buf          pic x.
       77  ef-fonte-buf          pic x.
       77  ef-note-buf           pic x(60).

       SCREEN SECTION.
       01  Form1.
           05 ef-codice     line 2  col 22 pic 9(18)
                                            using ef-codice-buf.
           05 ef-finalita   line 3  col 22 pic x
                                            using ef-finalita-buf.
           05 ef-stato      line 4  col 22 pic x
                                            using ef-stato-buf.
           05 ef-fonte      line 5  col 22 pic x
                                            using ef-fonte-buf.
           05 ef-note       line 6  col 22 pic x(60)
                                            using ef-note-buf.
           05 pb-carica     line 8  col 5  pic x(10) value "Carica".
           05 pb-registra   line 8  col 20 pic x(10) value "Registra".
           05 pb-esci       line 8  col 35 pic x(10) value "Esci".

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
           move "gconsensi"   to acc-programma.
           call   "accesso"  using accesso-linkage.
           cancel "accesso".

      ***---
       INIT.
           set tutto-ok       to true.
           set fine-programma to false.
           move 0      to ef-codice-buf.
           move "M"    to ef-finalita-buf.
           move "D"    to ef-stato-buf.
           move "M"    to ef-fonte-buf.
           move spaces to ef-note-buf.

      ***---
       APRI-FILES.
           open i-o consensi.
           if status-consensi = "35"
              open output consensi
              close consensi
              open i-o consensi
           end-if.
           if status-consensi not = "00" and not = "05"
              set errori to true
           end-if.

           open input athletes.

      ***---
       GESTIONE-SCHERMO.
           display Form1.
           perform until fine-programma
              accept Form1
              perform GESTIONE-CONTROLLI
           end-perform.

      ***---
       GESTIONE-CONTROLLI.
           copy "gconsensi-ELENCO-ID.cpy".

           evaluate control-id
           when 78-ID-pb-carica
                perform CARICA-RECORD
           when 78-ID-pb-registra
                perform REGISTRA-RECORD
           when 78-ID-pb-esci
                set fine-programma to true
           end-evaluate.

      ***---
       CARICA-RECORD.
      *    Situazione in vigore: l'ultima riga dell'atleta per la
      *    finalita'.
           inspect ef-finalita-buf converting "mft" to "MFT".
           perform CERCA-ULTIMO-CONSENSO.
           if not consenso-trovato
              display message "Nessuna dichiarazione a registro per "
                              "la finalita'" icon mb-information-icon
              exit paragraph
           end-if.
           move cns-stato to ef-stato-buf.
           move cns-fonte to ef-fonte-buf.
           move cns-note  to ef-note-buf.
           display Form1.
           move cns-data  to r-data-disp.
           if cns-dato
              display message "Consenso dato il " r-data-disp
                         " (" cns-utente ")"
                         icon mb-information-icon
           else
              display message "Consenso revocato il " r-data-disp
                         " (" cns-utente ")"
                         icon mb-information-icon
           end-if.

      ***---
       CERCA-ULTIMO-CONSENSO.
           set consenso-trovato to false.
           move ef-codice-buf   to cns-code.
           move ef-finalita-buf to cns-finalita.
           move 99999999        to cns-data cns-ora.
           start consensi key is <= cns-key
                 invalid exit paragraph
           end-start.
           read consensi next
                at end exit paragraph
           end-read.
           if cns-code     = ef-codice-buf and
              cns-finalita = ef-finalita-buf
              set consenso-trovato to true
           end-if.

      ***---
       REGISTRA-RECORD.
           move ef-codice-buf to ath-code.
           read athletes
                invalid
                   display message "Atleta " ef-codice-buf
                              " inesistente" icon mb-warning-icon
                   exit paragraph
           end-read.
           if ath-anonimizzato
              display message "Atleta anonimizzato: niente consensi"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ath-fuso
              display message "Atleta fuso in un altro codice: "
                              "i consensi vanno sul superstite"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           inspect ef-finalita-buf converting "mft"  to "MFT".
           inspect ef-stato-buf    converting "dr"   to "DR".
           inspect ef-fonte-buf    converting "mrwe" to "MRWE".
           if ef-finalita-buf not = "M" and not = "F" and not = "T"
              display message "Finalita': M marketing, F foto sui "
                              "social, T trasferimento altra sede"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-stato-buf not = "D" and not = "R"
              display message "Stato: D = consenso dato, R = revocato"
                         icon mb-warning-icon
              exit paragraph
           end-if.
           if ef-fonte-buf not = "M" and not = "R" and not = "W"
                       and not = "E"
              display message "Fonte: M modulo firmato, R reception, "
                              "W sito/app, E e-mail"
                         icon mb-warning-icon
              exit paragraph
           end-if.

           move ef-codice-buf   to cns-code.
           move ef-finalita-buf to cns-finalita.
           accept cns-data from century-date.
           accept cns-ora  from time.
           move ef-stato-buf    to cns-stato.
           move ef-fonte-buf    to cns-fonte.
           move ef-note-buf     to cns-note.
           move acc-operatore       to cns-utente.
           display Form1.

           write cns-rec
                 invalid display message "Impossibile salvare"
                            icon mb-warning-icon
           end-write.

      ***---
       CHIUDI-FILES.
           close consensi athletes.
